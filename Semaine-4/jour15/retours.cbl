       IDENTIFICATION DIVISION.
       PROGRAM-ID. retours.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les retours saisis au magasin : retours clients rattachés à
      *leur ticket, retours fournisseurs rattachés à la réception
      *et au lot ; le fichier est vidé une fois traité
           SELECT RETOURS ASSIGN TO "retours.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RETOURS-STATUS.

           SELECT RETOURS-VIDE ASSIGN TO "retours.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les tickets de caisse, pour retrouver la vente d'origine
           SELECT TICKETS ASSIGN TO "tickets.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TICKETS-STATUS.

      *les livraisons reçues, pour retrouver la réception d'origine
           SELECT LIVRAISONS ASSIGN TO "livraisons.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIVR-STATUS.

      *le référentiel fournisseurs, pour contrôler le fournisseur
      *auquel la marchandise est renvoyée
           SELECT FOURNISSEURS ASSIGN TO "fournisseurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FOURN-STATUS.

      *l'inventaire tenu par le magasin, rechargé, corrigé des
      *retours puis réécrit
           SELECT INVENTAIRE ASSIGN TO "inventaire.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INV-STATUS.

      *le stock tenu au lot, dont les retours fournisseurs sortent
      *et où rentrent les retours clients remis en stock
           SELECT LOTS ASSIGN TO "inventaire-lots.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOTS-STATUS.

           SELECT LOTS-NOUVEAU ASSIGN TO "inventaire-lots.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le registre des retours clients acceptés, jamais réécrit : il
      *borne ce qu'un ticket peut encore rendre
           SELECT RETOURS-CLIENTS ASSIGN TO "retours-clients.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RET-CLIENTS-STATUS.

      *le registre des retours fournisseurs acceptés, jamais
      *réécrit : il borne ce qu'une réception peut encore rendre et
      *alimente la note des fournisseurs de performance.cbl
           SELECT RETOURS-FOURN ASSIGN TO "retours-fournisseurs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RET-FOURN-STATUS.

      *la marchandise rendue par les clients et mise de côté en
      *quarantaine plutôt que remise en vente
           SELECT QUARANTAINE ASSIGN TO "quarantaine.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-QUARANTAINE-STATUS.

      *le journal des mouvements de stock commun : chaque retour y
      *laisse sa trace datée
           SELECT MOUVEMENTS ASSIGN TO "journal-mouvements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOUVEMENTS-STATUS.

      *l'encadrement de contrôle de l'inventaire, réécrit après les
      *retours pour que rupture.cbl vérifie le fichier
           SELECT CONTROLE-INVENTAIRE
           ASSIGN TO "inventaire-controle.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le compte rendu des retours acceptés et rejetés
           SELECT RAPPORT-RETOURS ASSIGN TO "rapport-retours.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *un retour : C client ou F fournisseur, date, article, dépôt,
      *quantité, motif, destination d'un retour client (S remis en
      *stock, Q quarantaine), puis la référence d'origine : date du
      *ticket et client pour un retour client, date de livraison,
      *lot et fournisseur pour un retour fournisseur
       FD RETOURS.
       01 LIGNE-RETOUR.
           05 TYPE-RET         PIC X.
               88 TYPE-RET-CLIENT      VALUE "C".
               88 TYPE-RET-FOURNISSEUR VALUE "F".
           05 FILLER           PIC X.
           05 DATE-RET         PIC 9(8).
           05 FILLER           PIC X.
           05 ARTICLE-RET      PIC X(10).
           05 FILLER           PIC X.
           05 DEPOT-RET        PIC X(3).
           05 FILLER           PIC X.
           05 QTE-RET          PIC 9(3).
           05 FILLER           PIC X.
      *DE défectueux, ER erreur de commande, NC non conforme, PE
      *périmé, CH changement d'avis du client, EX excédent livré
           05 MOTIF-RET        PIC X(2).
               88 MOTIF-RET-VALIDE VALUE "DE" "ER" "NC" "PE" "CH" "EX".
           05 FILLER           PIC X.
           05 DESTINATION-RET  PIC X.
               88 DESTINATION-RET-STOCK       VALUE "S".
               88 DESTINATION-RET-QUARANTAINE VALUE "Q".
           05 FILLER           PIC X.
           05 DATE-ORIGINE-RET PIC 9(8).
           05 FILLER           PIC X.
           05 CLIENT-RET       PIC 9(2).
           05 FILLER           PIC X.
           05 LOT-RET          PIC X(8).
           05 FILLER           PIC X.
           05 FOURN-RET        PIC X(6).

       FD RETOURS-VIDE.
       01 LIGNE-RETOUR-VIDE PIC X(63).

       FD TICKETS.
       01 LIGNE-TICKET.
           05 DATE-TICKET    PIC 9(8).
           05 FILLER         PIC X.
           05 CLIENT-TICKET  PIC 9(2).
           05 FILLER         PIC X.
           05 PRODUIT-TICKET PIC X(20).
           05 FILLER         PIC X.
           05 QTE-TICKET     PIC 9(3).
           05 FILLER         PIC X.
           05 CAISSE-TICKET  PIC X(2).

       FD LIVRAISONS.
       01 LIGNE-LIVRAISON.
           05 NOM-ARTICLE-LIVR PIC X(10).
           05 FILLER           PIC X.
           05 QTE-LIVREE       PIC 9(3).
           05 FILLER           PIC X.
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
           05 CODE-FOURN    PIC X(6).
           05 FILLER        PIC X.
           05 NOM-FOURN     PIC X(20).
           05 FILLER        PIC X.
           05 ARTICLE-FOURN PIC X(10).
           05 FILLER        PIC X.
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

       FD INVENTAIRE.
       01 LIGNE-INVENTAIRE.
           05 NOM-ARTICLE PIC X(10).
           05 RESTE-ARTICLE PIC 9(2).
           05 PRIX-ARTICLE PIC 9(4)V99.
           05 DEPOT-ARTICLE PIC X(3).

       FD LOTS.
       01 LIGNE-LOT.
           05 NOM-ARTICLE-LOT PIC X(10).
           05 FILLER          PIC X.
           05 DEPOT-LOT       PIC X(3).
           05 FILLER          PIC X.
           05 NUMERO-LOT      PIC X(8).
           05 FILLER          PIC X.
           05 DLC-LOT         PIC 9(8).
           05 FILLER          PIC X.
           05 QTE-LOT         PIC 9(5).

       FD LOTS-NOUVEAU.
       01 LIGNE-LOT-NOUVEAU.
           05 NOM-ARTICLE-LOT-N PIC X(10).
           05 FILLER            PIC X.
           05 DEPOT-LOT-N       PIC X(3).
           05 FILLER            PIC X.
           05 NUMERO-LOT-N      PIC X(8).
           05 FILLER            PIC X.
           05 DLC-LOT-N         PIC 9(8).
           05 FILLER            PIC X.
           05 QTE-LOT-N         PIC 9(5).

      *un retour client accepté : date du retour, client, date du
      *ticket, article, dépôt, quantité, motif et destination
       FD RETOURS-CLIENTS.
       01 LIGNE-RET-CLIENT.
           05 DATE-RC          PIC 9(8).
           05 FILLER           PIC X.
           05 CLIENT-RC        PIC 9(2).
           05 FILLER           PIC X.
           05 DATE-TICKET-RC   PIC 9(8).
           05 FILLER           PIC X.
           05 ARTICLE-RC       PIC X(10).
           05 FILLER           PIC X.
           05 DEPOT-RC         PIC X(3).
           05 FILLER           PIC X.
           05 QTE-RC           PIC 9(3).
           05 FILLER           PIC X.
           05 MOTIF-RC         PIC X(2).
           05 FILLER           PIC X.
           05 DESTINATION-RC   PIC X.

      *un retour fournisseur accepté : date du retour, fournisseur,
      *date de livraison, article, dépôt, lot, quantité et motif
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

      *un article en quarantaine : date, article, dépôt, quantité,
      *motif, client et date du ticket d'origine
       FD QUARANTAINE.
       01 LIGNE-QUARANTAINE.
           05 DATE-QUAR        PIC 9(8).
           05 FILLER           PIC X.
           05 ARTICLE-QUAR     PIC X(10).
           05 FILLER           PIC X.
           05 DEPOT-QUAR       PIC X(3).
           05 FILLER           PIC X.
           05 QTE-QUAR         PIC 9(3).
           05 FILLER           PIC X.
           05 MOTIF-QUAR       PIC X(2).
           05 FILLER           PIC X.
           05 CLIENT-QUAR      PIC 9(2).
           05 FILLER           PIC X.
           05 DATE-TICKET-QUAR PIC 9(8).

      *un mouvement : date, programme d'origine, type (C retour
      *client remis en stock, Q retour client mis en quarantaine,
      *F retour fournisseur), article, dépôt et quantité
       FD MOUVEMENTS.
       01 LIGNE-MOUVEMENT.
           05 DATE-MVT      PIC 9(8).
           05 FILLER        PIC X.
           05 PROGRAMME-MVT PIC X(10).
           05 FILLER        PIC X.
           05 TYPE-MVT      PIC X.
           05 FILLER        PIC X.
           05 ARTICLE-MVT   PIC X(10).
           05 FILLER        PIC X.
           05 DEPOT-MVT     PIC X(3).
           05 FILLER        PIC X.
           05 QTE-MVT       PIC 9(5).

       FD CONTROLE-INVENTAIRE.
       01 LIGNE-CONTROLE-INVENTAIRE.
           05 PRODUCTEUR-INV-CTRL PIC X(12).
           05 FILLER              PIC X.
           05 DATE-INV-CTRL       PIC 9(8).
           05 FILLER              PIC X.
           05 NOMBRE-INV-CTRL     PIC 9(6).
           05 FILLER              PIC X.
           05 TOTAL-INV-CTRL      PIC 9(16).

       FD RAPPORT-RETOURS.
       01 LIGNE-RAPPORT.
           05 LIGNE-RAPPORT-CONTENU PIC X(100).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-RETOURS-STATUS PIC X(2) VALUE SPACES.
           88 WS-RETOURS-STATUS-OK VALUE "00".
       01 WS-TICKETS-STATUS PIC X(2) VALUE SPACES.
           88 WS-TICKETS-STATUS-OK VALUE "00".
       01 WS-LIVR-STATUS PIC X(2) VALUE SPACES.
           88 WS-LIVR-STATUS-OK VALUE "00".
       01 WS-FOURN-STATUS PIC X(2) VALUE SPACES.
           88 WS-FOURN-STATUS-OK VALUE "00".
       01 WS-INV-STATUS PIC X(2) VALUE SPACES.
           88 WS-INV-STATUS-OK VALUE "00".
       01 WS-LOTS-STATUS PIC X(2) VALUE SPACES.
           88 WS-LOTS-STATUS-OK VALUE "00".
       01 WS-RET-CLIENTS-STATUS PIC X(2) VALUE SPACES.
           88 WS-RET-CLIENTS-STATUS-OK VALUE "00".
       01 WS-RET-FOURN-STATUS PIC X(2) VALUE SPACES.
           88 WS-RET-FOURN-STATUS-OK VALUE "00".
       01 WS-QUARANTAINE-STATUS PIC X(2) VALUE SPACES.
           88 WS-QUARANTAINE-STATUS-OK VALUE "00".
       01 WS-MOUVEMENTS-STATUS PIC X(2) VALUE SPACES.
           88 WS-MOUVEMENTS-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-RETOURS     PIC X VALUE "C".
       01 WS-FIN-TICKETS     PIC X VALUE "C".
       01 WS-FIN-LIVRAISONS  PIC X VALUE "C".
       01 WS-FIN-FOURN       PIC X VALUE "C".
       01 WS-FIN-INVENTAIRE  PIC X VALUE "C".
       01 WS-FIN-LOTS        PIC X VALUE "C".
       01 WS-FIN-RET-CLIENTS PIC X VALUE "C".
       01 WS-FIN-RET-FOURN   PIC X VALUE "C".

      *la date du jour pour dater les registres et le journal
       01 WS-DATE-JOUR PIC 9(8).

      *les tickets chargés en mémoire, avec la quantité déjà rendue
      *sur chacun d'après le registre des retours clients
       01 WS-NB-TICKETS PIC 9(4) VALUE 0.
       01 WS-TICKET OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-TICKETS.
           05 WS-TICKET-DATE    PIC 9(8).
           05 WS-TICKET-CLIENT  PIC 9(2).
           05 WS-TICKET-PRODUIT PIC X(20).
           05 WS-TICKET-QTE     PIC 9(3).
           05 WS-TICKET-RENDU   PIC 9(4).

      *les livraisons chargées en mémoire, avec la quantité déjà
      *renvoyée au fournisseur d'après le registre des retours
       01 WS-NB-LIVRES PIC 9(4) VALUE 0.
       01 WS-LIVRE OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-LIVRES.
           05 WS-LIVRE-NOM   PIC X(10).
           05 WS-LIVRE-DATE  PIC 9(8).
           05 WS-LIVRE-DEPOT PIC X(3).
           05 WS-LIVRE-LOT   PIC X(8).
           05 WS-LIVRE-QTE   PIC 9(3).
           05 WS-LIVRE-RENDU PIC 9(4).

      *les codes fournisseurs connus du référentiel
       01 WS-NB-FOURN PIC 9(4) VALUE 0.
       01 WS-FOURN-CODE PIC X(6) OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-FOURN.

      *l'inventaire chargé en mémoire
       01 WS-NB-ARTICLES PIC 9(4) VALUE 0.
       01 WS-ARTICLE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-ARTICLES.
           05 WS-NOM-ARTICLE   PIC X(10).
           05 WS-RESTE-ARTICLE PIC 9(2).
           05 WS-PRIX-ARTICLE  PIC 9(4)V99.
           05 WS-DEPOT-ARTICLE PIC X(3).

      *le stock au lot chargé en mémoire
       01 WS-NB-LOTS PIC 9(4) VALUE 0.
       01 WS-LOT OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-LOTS.
           05 WS-LOT-NOM    PIC X(10).
           05 WS-LOT-DEPOT  PIC X(3).
           05 WS-LOT-NUMERO PIC X(8).
           05 WS-LOT-DLC    PIC 9(8).
           05 WS-LOT-QTE    PIC 9(5).

      *index de recherche et de parcours
       01 WS-INDEX-TICKET  PIC 9(4).
       01 WS-INDEX-LIVRE   PIC 9(4).
       01 WS-INDEX-FOURN   PIC 9(4).
       01 WS-INDEX-ARTICLE PIC 9(4).
       01 WS-INDEX-LOT     PIC 9(4).
       01 WS-TICKET-COURANT  PIC 9(4).
       01 WS-LIVRE-COURANT   PIC 9(4).
       01 WS-ARTICLE-COURANT PIC 9(4).
       01 WS-LOT-COURANT     PIC 9(4).
       01 WS-DLC-RETENUE     PIC 9(8).
       01 WS-TROUVE PIC X VALUE "N".
           88 WS-EST-TROUVE VALUE "O".

      *le motif de rejet du retour en cours, à blanc s'il est
      *accepté
       01 WS-MOTIF-REJET PIC X(40).

      *le nouveau stock calculé avant d'être remis dans le champ à
      *deux chiffres de l'inventaire : au-delà de 99 le champ sature
       01 WS-NOUVEAU-STOCK PIC 9(5).
       01 WS-RESTE-A-RENDRE PIC S9(5).

      *l'encadrement de l'inventaire réécrit par ce run
       01 WS-TOTAL-INV-ECRIT PIC 9(16) VALUE 0.

      *compteurs du compte rendu
       01 WS-NB-REMIS-STOCK    PIC 9(4) VALUE 0.
       01 WS-NB-QUARANTAINES   PIC 9(4) VALUE 0.
       01 WS-NB-RETOURS-FOURN  PIC 9(4) VALUE 0.
       01 WS-NB-REJETS         PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           OPEN INPUT RETOURS.
           IF NOT WS-RETOURS-STATUS-OK
              DISPLAY "retours.txt absent, aucun retour a traiter"
              STOP RUN
           END-IF.

      *on charge l'inventaire en mémoire
           OPEN INPUT INVENTAIRE.
           IF NOT WS-INV-STATUS-OK
              DISPLAY "inventaire.txt absent, retours non traites"
              CLOSE RETOURS
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-INVENTAIRE EQUAL "F"
              READ INVENTAIRE
                 AT END
                    MOVE "F" TO WS-FIN-INVENTAIRE
                 NOT AT END
                    ADD 1 TO WS-NB-ARTICLES
                    MOVE NOM-ARTICLE TO WS-NOM-ARTICLE(WS-NB-ARTICLES)
                    MOVE RESTE-ARTICLE
                    TO WS-RESTE-ARTICLE(WS-NB-ARTICLES)
                    MOVE PRIX-ARTICLE TO WS-PRIX-ARTICLE(WS-NB-ARTICLES)
      *un dépôt à blanc (fichier d'avant les dépôts) vaut D1
                    IF DEPOT-ARTICLE EQUAL SPACES
                       MOVE "D1" TO WS-DEPOT-ARTICLE(WS-NB-ARTICLES)
                    ELSE
                       MOVE DEPOT-ARTICLE
                       TO WS-DEPOT-ARTICLE(WS-NB-ARTICLES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INVENTAIRE.

      *on recharge le stock au lot s'il existe
           OPEN INPUT LOTS.
           IF WS-LOTS-STATUS-OK
              PERFORM UNTIL WS-FIN-LOTS EQUAL "F"
                 READ LOTS
                    AT END
                       MOVE "F" TO WS-FIN-LOTS
                    NOT AT END
                       ADD 1 TO WS-NB-LOTS
                       MOVE NOM-ARTICLE-LOT TO WS-LOT-NOM(WS-NB-LOTS)
                       IF DEPOT-LOT EQUAL SPACES
                          MOVE "D1" TO WS-LOT-DEPOT(WS-NB-LOTS)
                       ELSE
                          MOVE DEPOT-LOT TO WS-LOT-DEPOT(WS-NB-LOTS)
                       END-IF
                       MOVE NUMERO-LOT TO WS-LOT-NUMERO(WS-NB-LOTS)
                       MOVE DLC-LOT TO WS-LOT-DLC(WS-NB-LOTS)
                       MOVE QTE-LOT TO WS-LOT-QTE(WS-NB-LOTS)
                 END-READ
              END-PERFORM
              CLOSE LOTS
           END-IF.

      *on charge les tickets de caisse
           OPEN INPUT TICKETS.
           IF WS-TICKETS-STATUS-OK
              PERFORM UNTIL WS-FIN-TICKETS EQUAL "F"
                 READ TICKETS
                    AT END
                       MOVE "F" TO WS-FIN-TICKETS
                    NOT AT END
                       ADD 1 TO WS-NB-TICKETS
                       MOVE DATE-TICKET
                       TO WS-TICKET-DATE(WS-NB-TICKETS)
                       MOVE CLIENT-TICKET
                       TO WS-TICKET-CLIENT(WS-NB-TICKETS)
                       MOVE PRODUIT-TICKET
                       TO WS-TICKET-PRODUIT(WS-NB-TICKETS)
                       MOVE QTE-TICKET TO WS-TICKET-QTE(WS-NB-TICKETS)
                       MOVE 0 TO WS-TICKET-RENDU(WS-NB-TICKETS)
                 END-READ
              END-PERFORM
              CLOSE TICKETS
           ELSE
              DISPLAY "tickets.txt absent, retours clients rejetes"
           END-IF.

      *on charge les livraisons reçues
           OPEN INPUT LIVRAISONS.
           IF WS-LIVR-STATUS-OK
              PERFORM UNTIL WS-FIN-LIVRAISONS EQUAL "F"
                 READ LIVRAISONS
                    AT END
                       MOVE "F" TO WS-FIN-LIVRAISONS
                    NOT AT END
                       ADD 1 TO WS-NB-LIVRES
                       MOVE NOM-ARTICLE-LIVR
                       TO WS-LIVRE-NOM(WS-NB-LIVRES)
                       MOVE DATE-LIVRAISON
                       TO WS-LIVRE-DATE(WS-NB-LIVRES)
                       IF DEPOT-LIVR EQUAL SPACES
                          MOVE "D1" TO WS-LIVRE-DEPOT(WS-NB-LIVRES)
                       ELSE
                          MOVE DEPOT-LIVR
                          TO WS-LIVRE-DEPOT(WS-NB-LIVRES)
                       END-IF
                       MOVE LOT-LIVR TO WS-LIVRE-LOT(WS-NB-LIVRES)
                       MOVE QTE-LIVREE TO WS-LIVRE-QTE(WS-NB-LIVRES)
                       MOVE 0 TO WS-LIVRE-RENDU(WS-NB-LIVRES)
                 END-READ
              END-PERFORM
              CLOSE LIVRAISONS
           ELSE
              DISPLAY "livraisons.txt absent, retours fournisseurs "
              "rejetes"
           END-IF.

      *on charge les codes du référentiel fournisseurs
           OPEN INPUT FOURNISSEURS.
           IF WS-FOURN-STATUS-OK
              PERFORM UNTIL WS-FIN-FOURN EQUAL "F"
                 READ FOURNISSEURS
                    AT END
                       MOVE "F" TO WS-FIN-FOURN
                    NOT AT END
                       ADD 1 TO WS-NB-FOURN
                       MOVE CODE-FOURN TO WS-FOURN-CODE(WS-NB-FOURN)
                 END-READ
              END-PERFORM
              CLOSE FOURNISSEURS
           ELSE
              DISPLAY "fournisseurs.txt absent, fournisseurs non "
              "controles"
           END-IF.

      *ce qui a déjà été rendu sur chaque ticket et chaque
      *réception, d'après les registres des runs précédents
           OPEN INPUT RETOURS-CLIENTS.
           IF WS-RET-CLIENTS-STATUS-OK
              PERFORM UNTIL WS-FIN-RET-CLIENTS EQUAL "F"
                 READ RETOURS-CLIENTS
                    AT END
                       MOVE "F" TO WS-FIN-RET-CLIENTS
                    NOT AT END
                       PERFORM CUMULE-RENDU-CLIENT
                       THRU CUMULE-RENDU-CLIENT-FIN
                 END-READ
              END-PERFORM
              CLOSE RETOURS-CLIENTS
              OPEN EXTEND RETOURS-CLIENTS
           ELSE
              OPEN OUTPUT RETOURS-CLIENTS
           END-IF.

           OPEN INPUT RETOURS-FOURN.
           IF WS-RET-FOURN-STATUS-OK
              PERFORM UNTIL WS-FIN-RET-FOURN EQUAL "F"
                 READ RETOURS-FOURN
                    AT END
                       MOVE "F" TO WS-FIN-RET-FOURN
                    NOT AT END
                       PERFORM CUMULE-RENDU-FOURN
                       THRU CUMULE-RENDU-FOURN-FIN
                 END-READ
              END-PERFORM
              CLOSE RETOURS-FOURN
              OPEN EXTEND RETOURS-FOURN
           ELSE
              OPEN OUTPUT RETOURS-FOURN
           END-IF.

      *la quarantaine et le journal des mouvements sont poursuivis,
      *jamais écrasés
           OPEN INPUT QUARANTAINE.
           IF WS-QUARANTAINE-STATUS-OK
              CLOSE QUARANTAINE
              OPEN EXTEND QUARANTAINE
           ELSE
              OPEN OUTPUT QUARANTAINE
           END-IF.
           OPEN INPUT MOUVEMENTS.
           IF WS-MOUVEMENTS-STATUS-OK
              CLOSE MOUVEMENTS
              OPEN EXTEND MOUVEMENTS
           ELSE
              OPEN OUTPUT MOUVEMENTS
           END-IF.

           OPEN OUTPUT RAPPORT-RETOURS.

      *chaque retour est contrôlé contre son origine puis appliqué
           PERFORM UNTIL WS-FIN-RETOURS EQUAL "F"
              READ RETOURS
                 AT END
                    MOVE "F" TO WS-FIN-RETOURS
                 NOT AT END
                    PERFORM TRAITE-RETOUR THRU TRAITE-RETOUR-FIN
              END-READ
           END-PERFORM.
           CLOSE RETOURS.

           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "--- " WS-NB-REMIS-STOCK " remis en stock, "
           WS-NB-QUARANTAINES " en quarantaine, "
           WS-NB-RETOURS-FOURN " renvoye(s) fournisseur, "
           WS-NB-REJETS " rejete(s) ---"
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT-RETOURS.
           CLOSE RETOURS-CLIENTS.
           CLOSE RETOURS-FOURN.
           CLOSE QUARANTAINE.
           CLOSE MOUVEMENTS.

      *on réécrit l'inventaire complet avec les stocks à jour
           OPEN OUTPUT INVENTAIRE.
           PERFORM VARYING WS-INDEX-ARTICLE FROM 1 BY 1
           UNTIL WS-INDEX-ARTICLE GREATER THAN WS-NB-ARTICLES
              MOVE WS-NOM-ARTICLE(WS-INDEX-ARTICLE) TO NOM-ARTICLE
              MOVE WS-RESTE-ARTICLE(WS-INDEX-ARTICLE) TO RESTE-ARTICLE
              MOVE WS-PRIX-ARTICLE(WS-INDEX-ARTICLE) TO PRIX-ARTICLE
              MOVE WS-DEPOT-ARTICLE(WS-INDEX-ARTICLE) TO DEPOT-ARTICLE
              ADD WS-RESTE-ARTICLE(WS-INDEX-ARTICLE)
              TO WS-TOTAL-INV-ECRIT
              WRITE LIGNE-INVENTAIRE
           END-PERFORM.
           CLOSE INVENTAIRE.

      *l'encadrement de contrôle de l'inventaire réécrit
           OPEN OUTPUT CONTROLE-INVENTAIRE.
           MOVE SPACES TO LIGNE-CONTROLE-INVENTAIRE.
           MOVE "retours" TO PRODUCTEUR-INV-CTRL.
           MOVE WS-DATE-JOUR TO DATE-INV-CTRL.
           MOVE WS-NB-ARTICLES TO NOMBRE-INV-CTRL.
           MOVE WS-TOTAL-INV-ECRIT TO TOTAL-INV-CTRL.
           WRITE LIGNE-CONTROLE-INVENTAIRE.
           CLOSE CONTROLE-INVENTAIRE.

      *le stock au lot mis à jour remplace l'ancien
           OPEN OUTPUT LOTS-NOUVEAU.
           PERFORM VARYING WS-INDEX-LOT FROM 1 BY 1
           UNTIL WS-INDEX-LOT GREATER THAN WS-NB-LOTS
              MOVE SPACES TO LIGNE-LOT-NOUVEAU
              MOVE WS-LOT-NOM(WS-INDEX-LOT) TO NOM-ARTICLE-LOT-N
              MOVE WS-LOT-DEPOT(WS-INDEX-LOT) TO DEPOT-LOT-N
              MOVE WS-LOT-NUMERO(WS-INDEX-LOT) TO NUMERO-LOT-N
              MOVE WS-LOT-DLC(WS-INDEX-LOT) TO DLC-LOT-N
              MOVE WS-LOT-QTE(WS-INDEX-LOT) TO QTE-LOT-N
              WRITE LIGNE-LOT-NOUVEAU
           END-PERFORM.
           CLOSE LOTS-NOUVEAU.

      *les retours traités ne doivent pas l'être deux fois
           OPEN OUTPUT RETOURS-VIDE.
           CLOSE RETOURS-VIDE.

           DISPLAY "Fin du traitement - " WS-NB-REMIS-STOCK
           " remis en stock, " WS-NB-QUARANTAINES " en quarantaine, "
           WS-NB-RETOURS-FOURN " renvoye(s), " WS-NB-REJETS
           " rejete(s)".

           STOP RUN.

      *un retour client déjà enregistré s'impute sur son ticket
       CUMULE-RENDU-CLIENT.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-TICKET FROM 1 BY 1
           UNTIL WS-INDEX-TICKET GREATER THAN WS-NB-TICKETS
           OR WS-EST-TROUVE
              IF WS-TICKET-DATE(WS-INDEX-TICKET) EQUAL DATE-TICKET-RC
              AND WS-TICKET-CLIENT(WS-INDEX-TICKET) EQUAL CLIENT-RC
              AND WS-TICKET-PRODUIT(WS-INDEX-TICKET)(1:10) EQUAL
              ARTICLE-RC
                 SET WS-EST-TROUVE TO TRUE
                 ADD QTE-RC TO WS-TICKET-RENDU(WS-INDEX-TICKET)
              END-IF
           END-PERFORM.
       CUMULE-RENDU-CLIENT-FIN.
           EXIT.

      *un retour fournisseur déjà enregistré s'impute sur sa
      *réception
       CUMULE-RENDU-FOURN.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-LIVRE FROM 1 BY 1
           UNTIL WS-INDEX-LIVRE GREATER THAN WS-NB-LIVRES
           OR WS-EST-TROUVE
              IF WS-LIVRE-NOM(WS-INDEX-LIVRE) EQUAL ARTICLE-RF
              AND WS-LIVRE-DATE(WS-INDEX-LIVRE) EQUAL DATE-LIVR-RF
              AND WS-LIVRE-LOT(WS-INDEX-LIVRE) EQUAL LOT-RF
                 SET WS-EST-TROUVE TO TRUE
                 ADD QTE-RF TO WS-LIVRE-RENDU(WS-INDEX-LIVRE)
              END-IF
           END-PERFORM.
       CUMULE-RENDU-FOURN-FIN.
           EXIT.

      *on contrôle le retour lu puis on l'applique ; un retour
      *rejeté part au compte rendu avec son motif et ne touche à
      *rien
       TRAITE-RETOUR.
           MOVE SPACES TO WS-MOTIF-REJET.
           IF DEPOT-RET EQUAL SPACES
              MOVE "D1" TO DEPOT-RET
           END-IF.

           EVALUATE TRUE
              WHEN NOT TYPE-RET-CLIENT AND NOT TYPE-RET-FOURNISSEUR
                 MOVE "type de retour inconnu" TO WS-MOTIF-REJET
              WHEN QTE-RET IS NOT NUMERIC OR QTE-RET EQUAL 0
                 MOVE "quantite invalide" TO WS-MOTIF-REJET
              WHEN NOT MOTIF-RET-VALIDE
                 MOVE "code motif inconnu" TO WS-MOTIF-REJET
           END-EVALUATE.
           IF WS-MOTIF-REJET NOT EQUAL SPACES
              GO TO TRAITE-RETOUR-REJET
           END-IF.

      *l'article doit exister dans le dépôt du retour
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-ARTICLE FROM 1 BY 1
           UNTIL WS-INDEX-ARTICLE GREATER THAN WS-NB-ARTICLES
           OR WS-EST-TROUVE
              IF WS-NOM-ARTICLE(WS-INDEX-ARTICLE) EQUAL ARTICLE-RET
              AND WS-DEPOT-ARTICLE(WS-INDEX-ARTICLE) EQUAL DEPOT-RET
                 SET WS-EST-TROUVE TO TRUE
                 MOVE WS-INDEX-ARTICLE TO WS-ARTICLE-COURANT
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              MOVE "article absent du depot" TO WS-MOTIF-REJET
              GO TO TRAITE-RETOUR-REJET
           END-IF.

           IF TYPE-RET-CLIENT
              PERFORM RETOUR-CLIENT THRU RETOUR-CLIENT-FIN
           ELSE
              PERFORM RETOUR-FOURNISSEUR THRU RETOUR-FOURNISSEUR-FIN
           END-IF.
           IF WS-MOTIF-REJET EQUAL SPACES
              GO TO TRAITE-RETOUR-FIN
           END-IF.

       TRAITE-RETOUR-REJET.
           ADD 1 TO WS-NB-REJETS.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "REJETE  " TYPE-RET " " ARTICLE-RET
           " depot " DEPOT-RET " qte " QTE-RET
           " : " WS-MOTIF-REJET
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
       TRAITE-RETOUR-FIN.
           EXIT.

      *un retour client : le ticket d'origine doit porter l'article
      *et ne pas avoir déjà tout rendu ; la marchandise revient en
      *stock ou part en quarantaine selon sa destination
       RETOUR-CLIENT.
           IF NOT DESTINATION-RET-STOCK
           AND NOT DESTINATION-RET-QUARANTAINE
              MOVE "destination ni S ni Q" TO WS-MOTIF-REJET
              GO TO RETOUR-CLIENT-FIN
           END-IF.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-TICKET FROM 1 BY 1
           UNTIL WS-INDEX-TICKET GREATER THAN WS-NB-TICKETS
           OR WS-EST-TROUVE
              IF WS-TICKET-DATE(WS-INDEX-TICKET) EQUAL DATE-ORIGINE-RET
              AND WS-TICKET-CLIENT(WS-INDEX-TICKET) EQUAL CLIENT-RET
              AND WS-TICKET-PRODUIT(WS-INDEX-TICKET)(1:10) EQUAL
              ARTICLE-RET
                 SET WS-EST-TROUVE TO TRUE
                 MOVE WS-INDEX-TICKET TO WS-TICKET-COURANT
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              MOVE "ticket d'origine introuvable" TO WS-MOTIF-REJET
              GO TO RETOUR-CLIENT-FIN
           END-IF.

           COMPUTE WS-RESTE-A-RENDRE =
              WS-TICKET-QTE(WS-TICKET-COURANT)
              - WS-TICKET-RENDU(WS-TICKET-COURANT).
           IF QTE-RET GREATER THAN WS-RESTE-A-RENDRE
              MOVE "plus que la quantite du ticket" TO WS-MOTIF-REJET
              GO TO RETOUR-CLIENT-FIN
           END-IF.
           ADD QTE-RET TO WS-TICKET-RENDU(WS-TICKET-COURANT).

           MOVE SPACES TO LIGNE-MOUVEMENT.
           MOVE WS-DATE-JOUR TO DATE-MVT.
           MOVE "retours" TO PROGRAMME-MVT.
           MOVE ARTICLE-RET TO ARTICLE-MVT.
           MOVE DEPOT-RET TO DEPOT-MVT.
           MOVE QTE-RET TO QTE-MVT.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           IF DESTINATION-RET-STOCK
      *remis en vente : le stock de l'article remonte (le champ de
      *l'inventaire sature à 99) et la quantité rejoint un lot
              ADD 1 TO WS-NB-REMIS-STOCK
              MOVE "C" TO TYPE-MVT
              COMPUTE WS-NOUVEAU-STOCK =
                 WS-RESTE-ARTICLE(WS-ARTICLE-COURANT) + QTE-RET
              IF WS-NOUVEAU-STOCK GREATER THAN 99
                 MOVE 99 TO WS-RESTE-ARTICLE(WS-ARTICLE-COURANT)
              ELSE
                 MOVE WS-NOUVEAU-STOCK
                 TO WS-RESTE-ARTICLE(WS-ARTICLE-COURANT)
              END-IF
              PERFORM CREDITE-LOT THRU CREDITE-LOT-FIN
              STRING "STOCK   " ARTICLE-RET " depot " DEPOT-RET
              " qte " QTE-RET " motif " MOTIF-RET
              " client " CLIENT-RET " ticket du " DATE-ORIGINE-RET
              " lot " WS-LOT-NUMERO(WS-LOT-COURANT)
              INTO LIGNE-RAPPORT-CONTENU
           ELSE
      *mis en quarantaine : le stock vendable ne bouge pas
              ADD 1 TO WS-NB-QUARANTAINES
              MOVE "Q" TO TYPE-MVT
              MOVE SPACES TO LIGNE-QUARANTAINE
              MOVE WS-DATE-JOUR TO DATE-QUAR
              MOVE ARTICLE-RET TO ARTICLE-QUAR
              MOVE DEPOT-RET TO DEPOT-QUAR
              MOVE QTE-RET TO QTE-QUAR
              MOVE MOTIF-RET TO MOTIF-QUAR
              MOVE CLIENT-RET TO CLIENT-QUAR
              MOVE DATE-ORIGINE-RET TO DATE-TICKET-QUAR
              WRITE LIGNE-QUARANTAINE
              STRING "QUARANT " ARTICLE-RET " depot " DEPOT-RET
              " qte " QTE-RET " motif " MOTIF-RET
              " client " CLIENT-RET " ticket du " DATE-ORIGINE-RET
              INTO LIGNE-RAPPORT-CONTENU
           END-IF.
           WRITE LIGNE-MOUVEMENT.
           WRITE LIGNE-RAPPORT.

           MOVE SPACES TO LIGNE-RET-CLIENT.
           MOVE WS-DATE-JOUR TO DATE-RC.
           MOVE CLIENT-RET TO CLIENT-RC.
           MOVE DATE-ORIGINE-RET TO DATE-TICKET-RC.
           MOVE ARTICLE-RET TO ARTICLE-RC.
           MOVE DEPOT-RET TO DEPOT-RC.
           MOVE QTE-RET TO QTE-RC.
           MOVE MOTIF-RET TO MOTIF-RC.
           MOVE DESTINATION-RET TO DESTINATION-RC.
           WRITE LIGNE-RET-CLIENT.
       RETOUR-CLIENT-FIN.
           EXIT.

      *un retour client remis en stock rejoint le lot indiqué sur
      *le retour s'il est connu dans le dépôt, sinon le plus récent
      *de l'article dans le dépôt (la date limite la plus lointaine,
      *le dernier lu à égalité) ; sans aucun lot de l'article, un
      *lot est créé sans date limite
       CREDITE-LOT.
           MOVE 0 TO WS-LOT-COURANT.
           IF LOT-RET NOT EQUAL SPACES
              PERFORM VARYING WS-INDEX-LOT FROM 1 BY 1
              UNTIL WS-INDEX-LOT GREATER THAN WS-NB-LOTS
                 IF WS-LOT-NOM(WS-INDEX-LOT) EQUAL ARTICLE-RET
                 AND WS-LOT-DEPOT(WS-INDEX-LOT) EQUAL DEPOT-RET
                 AND WS-LOT-NUMERO(WS-INDEX-LOT) EQUAL LOT-RET
                    MOVE WS-INDEX-LOT TO WS-LOT-COURANT
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-LOT-COURANT EQUAL 0
              MOVE 0 TO WS-DLC-RETENUE
              PERFORM VARYING WS-INDEX-LOT FROM 1 BY 1
              UNTIL WS-INDEX-LOT GREATER THAN WS-NB-LOTS
                 IF WS-LOT-NOM(WS-INDEX-LOT) EQUAL ARTICLE-RET
                 AND WS-LOT-DEPOT(WS-INDEX-LOT) EQUAL DEPOT-RET
                 AND WS-LOT-DLC(WS-INDEX-LOT) NOT LESS THAN
                 WS-DLC-RETENUE
                    MOVE WS-INDEX-LOT TO WS-LOT-COURANT
                    MOVE WS-LOT-DLC(WS-INDEX-LOT) TO WS-DLC-RETENUE
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-LOT-COURANT EQUAL 0
              ADD 1 TO WS-NB-LOTS
              MOVE WS-NB-LOTS TO WS-LOT-COURANT
              MOVE ARTICLE-RET TO WS-LOT-NOM(WS-LOT-COURANT)
              MOVE DEPOT-RET TO WS-LOT-DEPOT(WS-LOT-COURANT)
              IF LOT-RET NOT EQUAL SPACES
                 MOVE LOT-RET TO WS-LOT-NUMERO(WS-LOT-COURANT)
              ELSE
                 MOVE "RETOUR" TO WS-LOT-NUMERO(WS-LOT-COURANT)
              END-IF
              MOVE 0 TO WS-LOT-DLC(WS-LOT-COURANT)
              MOVE 0 TO WS-LOT-QTE(WS-LOT-COURANT)
           END-IF.
           ADD QTE-RET TO WS-LOT-QTE(WS-LOT-COURANT).
       CREDITE-LOT-FIN.
           EXIT.

      *un retour fournisseur : la réception et le lot d'origine
      *doivent exister, le fournisseur être connu, et le stock du
      *lot comme celui de l'article couvrir la quantité renvoyée
       RETOUR-FOURNISSEUR.
           IF FOURN-RET EQUAL SPACES
              MOVE "fournisseur non renseigne" TO WS-MOTIF-REJET
              GO TO RETOUR-FOURNISSEUR-FIN
           END-IF.
           IF WS-NB-FOURN GREATER THAN 0
              MOVE "N" TO WS-TROUVE
              PERFORM VARYING WS-INDEX-FOURN FROM 1 BY 1
              UNTIL WS-INDEX-FOURN GREATER THAN WS-NB-FOURN
              OR WS-EST-TROUVE
                 IF WS-FOURN-CODE(WS-INDEX-FOURN) EQUAL FOURN-RET
                    SET WS-EST-TROUVE TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-EST-TROUVE
                 MOVE "fournisseur inconnu" TO WS-MOTIF-REJET
                 GO TO RETOUR-FOURNISSEUR-FIN
              END-IF
           END-IF.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-LIVRE FROM 1 BY 1
           UNTIL WS-INDEX-LIVRE GREATER THAN WS-NB-LIVRES
           OR WS-EST-TROUVE
              IF WS-LIVRE-NOM(WS-INDEX-LIVRE) EQUAL ARTICLE-RET
              AND WS-LIVRE-DATE(WS-INDEX-LIVRE) EQUAL DATE-ORIGINE-RET
              AND WS-LIVRE-LOT(WS-INDEX-LIVRE) EQUAL LOT-RET
                 SET WS-EST-TROUVE TO TRUE
                 MOVE WS-INDEX-LIVRE TO WS-LIVRE-COURANT
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              MOVE "reception d'origine introuvable" TO WS-MOTIF-REJET
              GO TO RETOUR-FOURNISSEUR-FIN
           END-IF.
           COMPUTE WS-RESTE-A-RENDRE =
              WS-LIVRE-QTE(WS-LIVRE-COURANT)
              - WS-LIVRE-RENDU(WS-LIVRE-COURANT).
           IF QTE-RET GREATER THAN WS-RESTE-A-RENDRE
              MOVE "plus que la quantite recue" TO WS-MOTIF-REJET
              GO TO RETOUR-FOURNISSEUR-FIN
           END-IF.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-LOT FROM 1 BY 1
           UNTIL WS-INDEX-LOT GREATER THAN WS-NB-LOTS
           OR WS-EST-TROUVE
              IF WS-LOT-NOM(WS-INDEX-LOT) EQUAL ARTICLE-RET
              AND WS-LOT-DEPOT(WS-INDEX-LOT) EQUAL DEPOT-RET
              AND WS-LOT-NUMERO(WS-INDEX-LOT) EQUAL LOT-RET
                 SET WS-EST-TROUVE TO TRUE
                 MOVE WS-INDEX-LOT TO WS-LOT-COURANT
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              MOVE "lot absent du depot" TO WS-MOTIF-REJET
              GO TO RETOUR-FOURNISSEUR-FIN
           END-IF.
           IF QTE-RET GREATER THAN WS-LOT-QTE(WS-LOT-COURANT)
           OR QTE-RET GREATER THAN WS-RESTE-ARTICLE(WS-ARTICLE-COURANT)
              MOVE "stock insuffisant" TO WS-MOTIF-REJET
              GO TO RETOUR-FOURNISSEUR-FIN
           END-IF.

      *la marchandise sort du lot et du stock de l'article
           ADD 1 TO WS-NB-RETOURS-FOURN.
           ADD QTE-RET TO WS-LIVRE-RENDU(WS-LIVRE-COURANT).
           SUBTRACT QTE-RET FROM WS-LOT-QTE(WS-LOT-COURANT).
           SUBTRACT QTE-RET FROM WS-RESTE-ARTICLE(WS-ARTICLE-COURANT).

           MOVE SPACES TO LIGNE-MOUVEMENT.
           MOVE WS-DATE-JOUR TO DATE-MVT.
           MOVE "retours" TO PROGRAMME-MVT.
           MOVE "F" TO TYPE-MVT.
           MOVE ARTICLE-RET TO ARTICLE-MVT.
           MOVE DEPOT-RET TO DEPOT-MVT.
           MOVE QTE-RET TO QTE-MVT.
           WRITE LIGNE-MOUVEMENT.

      *le retour est noté au compte du fournisseur
           MOVE SPACES TO LIGNE-RET-FOURN.
           MOVE WS-DATE-JOUR TO DATE-RF.
           MOVE FOURN-RET TO FOURN-RF.
           MOVE DATE-ORIGINE-RET TO DATE-LIVR-RF.
           MOVE ARTICLE-RET TO ARTICLE-RF.
           MOVE DEPOT-RET TO DEPOT-RF.
           MOVE LOT-RET TO LOT-RF.
           MOVE QTE-RET TO QTE-RF.
           MOVE MOTIF-RET TO MOTIF-RF.
           WRITE LIGNE-RET-FOURN.

           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "RENVOI  " ARTICLE-RET " depot " DEPOT-RET
           " qte " QTE-RET " motif " MOTIF-RET
           " fournisseur " FOURN-RET " lot " LOT-RET
           " recu le " DATE-ORIGINE-RET
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
       RETOUR-FOURNISSEUR-FIN.
           EXIT.
