           ASSIGN TO "inventaire-controle.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *la composition des coffrets et lots vendus comme un produit
      *du catalogue : le kit, chacun de ses composants et la
      *quantité ; le prix du kit reste dans produits.txt, son stock
      *se déduit de celui de ses composants
           SELECT KITS ASSIGN TO "kits.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KITS-STATUS.

      *les réservations de stock posées par credit.cbl sur les
      *commandes acceptées : le stock réservé n'est plus à vendre
           SELECT RESERVATIONS ASSIGN TO "reservations.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESERVATIONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PRODUITS.
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

       FD RAPPORT-MARGE.
       01 LIGNE-MARGE.
           05 FILLER              PIC X.
           05 TOTAL-INV-CTRL      PIC 9(16).

      *une ligne par composant du kit
       FD KITS.
       01 LIGNE-KIT.
           05 KIT-NOM       PIC X(20).
           05 FILLER        PIC X.
           05 KIT-COMPOSANT PIC X(20).
           05 FILLER        PIC X.
           05 KIT-QTE       PIC 9(3).

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

       FD HISTORIQUE-CA.
       01 LIGNE-HISTORIQUE-CA.
           05 HCA-DATE    PIC 9(8).
               05 WS-DATE-ETAT PIC 9(8).
               05 WS-PRIX-ACHAT PIC 9(4)V99.
               05 WS-TAUX-TVA PIC 9(2)V99.
      *O pour un kit défini dans kits.txt, et pour un composant la
      *quantité consommée par les kits vendus cette semaine
               05 WS-KIT PIC X.
               05 WS-VENTE-KITS PIC 9(5).
      *la quantité réservée pour les commandes en cours
               05 WS-RESERVE PIC 9(5).
      *l'index qui nous sera utile pour parcourir le tableau
       01 WS-INDEX PIC 9(4).

       01 WS-REPONSE-DISCONTINUE PIC X VALUE "N".
           88 WS-DISCONTINUE-OUI VALUE "O" "o".

      *la composition des kits chargée au début du run
       01 WS-KITS-STATUS PIC X(2) VALUE SPACES.
           88 WS-KITS-STATUS-OK VALUE "00".
       01 WS-FIN-KITS PIC X VALUE "C".
       01 WS-NB-KITS PIC 9(4) VALUE 0.
       01 WS-KIT-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-KITS.
           05 WS-KIT-NOM       PIC X(20).
           05 WS-KIT-COMPOSANT PIC X(20).
           05 WS-KIT-QTE       PIC 9(3).
       01 WS-INDEX-KIT PIC 9(4).
       01 WS-INDEX-COMPOSANT PIC 9(4).
       01 WS-COMPOSANT-COURANT PIC 9(4).
       01 WS-CONSO-KIT PIC 9(6).
       01 WS-STOCK-POSSIBLE PIC 9(4).
       01 WS-COUT-KIT PIC 9(6)V99.

      *les réservations chargées au début du run, et le stock qui
      *reste à vendre une fois la part réservée mise de côté
       01 WS-RESERVATIONS-STATUS PIC X(2) VALUE SPACES.
           88 WS-RESERVATIONS-STATUS-OK VALUE "00".
       01 WS-FIN-RESERVATIONS PIC X VALUE "C".
       01 WS-NB-RESERVATIONS PIC 9(4) VALUE 0.
       01 WS-RESERVATION OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-RESERVATIONS.
           05 WS-RES-COMMANDE1 PIC 9(4).
           05 WS-RES-COMMANDE2 PIC 9(5).
           05 WS-RES-ARTICLE   PIC X(10).
           05 WS-RES-QTE       PIC 9(5).
           05 WS-RES-DATE      PIC 9(8).
       01 WS-INDEX-RES PIC 9(4).
       01 WS-DISPONIBLE PIC 9(5).

      *le rythme de sortie d'un produit : ses ventes plus ce que
      *les kits lui ont consommé
       01 WS-RYTHME-SEMAINE PIC 9(5).

      *la tournée passe d'abord sur les kits (1) puis sur les autres
      *produits (2)
       01 WS-PASSE-TOURNEE PIC 9.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
              CLOSE PRODUITS
           END-IF.

      *on charge la composition des kits ; sans fichier, aucun
      *produit du catalogue n'est un kit
           OPEN INPUT KITS.
           IF WS-KITS-STATUS-OK
              PERFORM UNTIL WS-FIN-KITS EQUAL "F"
                 READ KITS
                    AT END
                       MOVE "F" TO WS-FIN-KITS
                    NOT AT END
                       ADD 1 TO WS-NB-KITS
                       MOVE KIT-NOM TO WS-KIT-NOM(WS-NB-KITS)
                       MOVE KIT-COMPOSANT
                       TO WS-KIT-COMPOSANT(WS-NB-KITS)
                       IF KIT-QTE IS NUMERIC
                       AND KIT-QTE GREATER THAN 0
                          MOVE KIT-QTE TO WS-KIT-QTE(WS-NB-KITS)
                       ELSE
                          MOVE 1 TO WS-KIT-QTE(WS-NB-KITS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE KITS
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
                 END-READ
              END-PERFORM
              CLOSE RESERVATIONS
           END-IF.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
           UNTIL WS-INDEX GREATER THAN WS-NB-PRODUITS
              PERFORM MARQUE-KIT
              PERFORM CUMULE-RESERVE
           END-PERFORM.

      *pour chaque produit déjà connu, seules les ventes de la semaine
      *et le stock restant sont redemandés : le nom et le prix ne
      *changent pas d'une semaine à l'autre
      *les kits passent en premier : leurs ventes sortent les
      *composants du stock attendu avant que celui-ci soit constaté
           PERFORM VARYING WS-PASSE-TOURNEE FROM 1 BY 1
           UNTIL WS-PASSE-TOURNEE GREATER THAN 2
              PERFORM VARYING WS-INDEX FROM 1 BY 1
              UNTIL WS-INDEX GREATER THAN WS-NB-PRODUITS
                 IF (WS-PASSE-TOURNEE EQUAL 1
                 AND WS-KIT(WS-INDEX) NOT EQUAL "O")
                 OR (WS-PASSE-TOURNEE EQUAL 2
                 AND WS-KIT(WS-INDEX) EQUAL "O")
                    CONTINUE
                 ELSE
      *un produit discontinué ne fait plus perdre de temps dans la
      *tournée hebdomadaire
                    IF WS-ETAT(WS-INDEX) EQUAL "D"
                       DISPLAY "produit " WS-NOM(WS-INDEX)
                       " discontinue, ignore"
                    ELSE
                       DISPLAY "produit " WS-NOM(WS-INDEX)
                       " (prix " WS-PRIX(WS-INDEX) ")"
                       DISPLAY "discontinuer ce produit? (O/N)"
                       ACCEPT WS-REPONSE-DISCONTINUE
                       IF WS-DISCONTINUE-OUI
                          MOVE "D" TO WS-ETAT(WS-INDEX)
                          MOVE WS-DATE-JOUR TO WS-DATE-ETAT(WS-INDEX)
                          MOVE 0 TO WS-VENTE-HEBDO(WS-INDEX)
                       ELSE
      *les ventes de la semaine viennent des tickets de caisse
      *quand tickets.cbl les a agrégées, de la saisie sinon
                          MOVE "N" TO WS-VH-TROUVE
                          PERFORM VARYING WS-INDEX-VH FROM 1 BY 1
                          UNTIL WS-INDEX-VH GREATER THAN WS-NB-VH
                             IF WS-VH-PRODUIT(WS-INDEX-VH) EQUAL
                             WS-NOM(WS-INDEX)
                                SET WS-VH-EST-TROUVE TO TRUE
                                MOVE WS-VH-QTE(WS-INDEX-VH)
                                TO WS-VENTE-HEBDO(WS-INDEX)
                             END-IF
                          END-PERFORM
                          IF WS-VH-EST-TROUVE
                             DISPLAY "ventes de la semaine (tickets) : "
                             WS-VENTE-HEBDO(WS-INDEX)
                          ELSE
                             DISPLAY "combien de fois vendu cette "
                             "semaine?"
                             ACCEPT WS-VENTE-HEBDO(WS-INDEX)
                          END-IF
      *le stock réservé aux commandes n'est pas à vendre : les
      *ventes faites en caisse restent comptées telles quelles,
      *mais celles qui dépassent le disponible sont signalées
                          PERFORM CALCULE-DISPONIBLE
                          IF WS-VENTE-HEBDO(WS-INDEX) GREATER THAN
                          WS-DISPONIBLE
                             DISPLAY "attention : du stock reserve a "
                             "ete vendu (disponible " WS-DISPONIBLE
                             ", reserve " WS-RESERVE(WS-INDEX) ")"
                          END-IF
      *un kit n'a pas de stock propre : ses ventes décomptent ses
      *composants, et son stock sera recalculé sur les leurs
                          IF WS-KIT(WS-INDEX) EQUAL "O"
                             PERFORM CONSOMME-KIT
                          ELSE
                             IF WS-VENTE-KITS(WS-INDEX) GREATER THAN 0
                                IF WS-STOCK(WS-INDEX) GREATER THAN
                                WS-VENTE-HEBDO(WS-INDEX)
                                   COMPUTE WS-STOCK-POSSIBLE =
                                      WS-STOCK(WS-INDEX)
                                      - WS-VENTE-HEBDO(WS-INDEX)
                                ELSE
                                   MOVE 0 TO WS-STOCK-POSSIBLE
                                END-IF
                                DISPLAY "dont sortis avec les kits : "
                                WS-VENTE-KITS(WS-INDEX)
                                " - stock attendu : " WS-STOCK-POSSIBLE
                             END-IF
                             DISPLAY "quelle quantité il reste de "
                             "ce produit?"
                             ACCEPT WS-STOCK(WS-INDEX)
                          END-IF
      *le prix peut changer (promotion, marge) : 0 garde le prix
      *actuel, tout changement part dans l'historique des prix
                          DISPLAY "nouveau prix? (0 pour garder "
                          WS-PRIX(WS-INDEX) ")"
                          ACCEPT WS-NOUVEAU-PRIX
                          IF WS-NOUVEAU-PRIX NOT EQUAL 0
                          AND WS-NOUVEAU-PRIX NOT EQUAL
                          WS-PRIX(WS-INDEX)
                             MOVE WS-NOM(WS-INDEX) TO HP-NOM
                             MOVE WS-PRIX(WS-INDEX) TO HP-ANCIEN-PRIX
                             MOVE WS-NOUVEAU-PRIX TO HP-NOUVEAU-PRIX
                             MOVE WS-DATE-JOUR TO HP-DATE
                             WRITE LIGNE-HISTORIQUE-PRIX
                             MOVE WS-NOUVEAU-PRIX TO WS-PRIX(WS-INDEX)
                          END-IF
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

      *on propose ensuite d'ajouter de nouveaux produits au catalogue
              IF WS-TAUX-TVA(WS-NB-PRODUITS) EQUAL 0
                 MOVE 20.00 TO WS-TAUX-TVA(WS-NB-PRODUITS)
              END-IF
              MOVE WS-NB-PRODUITS TO WS-INDEX
              PERFORM MARQUE-KIT
              PERFORM CUMULE-RESERVE
              DISPLAY "ajouter un autre nouveau produit? (O/N)"
              ACCEPT WS-REPONSE
           END-PERFORM.
              END-IF
           END-PERFORM.

      *le stock d'un kit est celui que ses composants permettent
      *d'assembler, et son prix de revient la somme des leurs
           PERFORM VARYING WS-INDEX FROM 1 BY 1
           UNTIL WS-INDEX GREATER THAN WS-NB-PRODUITS
              IF WS-KIT(WS-INDEX) EQUAL "O"
              AND WS-ETAT(WS-INDEX) NOT EQUAL "D"
                 PERFORM CALCULE-KIT
              END-IF
           END-PERFORM.

      *on réécrit le catalogue complet avec les nombres à jour
           OPEN OUTPUT PRODUITS.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
           OPEN OUTPUT ALERTES.
           PERFORM VARYING WS-INDEX FROM 1 BY 1
           UNTIL WS-INDEX GREATER THAN WS-NB-PRODUITS
              MOVE SPACES TO LIGNE-HISTORIQUE
              MOVE WS-NOM(WS-INDEX) TO H-NOM
              MOVE WS-DATE-JOUR TO H-DATE
      *la demande d'un composant compte aussi ce que les kits
      *vendus lui ont pris
              COMPUTE WS-RYTHME-SEMAINE =
                 WS-VENTE-HEBDO(WS-INDEX) + WS-VENTE-KITS(WS-INDEX)
              MOVE WS-RYTHME-SEMAINE TO H-VENTE-HEBDO
              WRITE LIGNE-HISTORIQUE

      *un produit qui ne se vend pas n'épuisera jamais son stock, donc
      *pas d'alerte à calculer pour lui ; les semaines de stock se
      *comptent sur le disponible, la part réservée mise de côté
              IF WS-RYTHME-SEMAINE GREATER THAN 0
              AND WS-ETAT(WS-INDEX) NOT EQUAL "D"
                 PERFORM CALCULE-DISPONIBLE
                 DIVIDE WS-DISPONIBLE BY WS-RYTHME-SEMAINE
                 GIVING WS-SEMAINES-RESTANTES
                 IF WS-SEMAINES-RESTANTES LESS THAN WS-SEUIL-SEMAINES
                    MOVE SPACES TO LIGNE-ALERTE
                    MOVE WS-NOM(WS-INDEX) TO A-NOM
                    MOVE WS-DISPONIBLE TO A-STOCK
                    MOVE WS-RYTHME-SEMAINE TO A-VENTE-HEBDO
                    MOVE WS-SEMAINES-RESTANTES TO A-SEMAINES-RESTANTES
                    WRITE LIGNE-ALERTE
                 END-IF
              TO WS-TOTAL-INV-ECRIT
           END-PERFORM.

      *les composants sortis avec les kits vendus passent au journal
      *avant tout stock constaté, un mouvement par composant
           PERFORM VARYING WS-INDEX FROM 1 BY 1
           UNTIL WS-INDEX GREATER THAN WS-NB-PRODUITS
              IF WS-KIT(WS-INDEX) EQUAL "O"
              AND WS-ETAT(WS-INDEX) NOT EQUAL "D"
              AND WS-VENTE-HEBDO(WS-INDEX) GREATER THAN 0
                 PERFORM JOURNALISE-KIT
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDEX FROM 1 BY 1
           UNTIL WS-INDEX GREATER THAN WS-NB-PRODUITS
              IF WS-ETAT(WS-INDEX) NOT EQUAL "D"
                 ADD 1 TO WS-NB-INV-ECRITES
                 ADD EXPORT-RESTE TO WS-TOTAL-INV-ECRIT

      *les ventes de la semaine puis le stock constaté au journal ;
      *pour un kit, les ventes sont déjà passées sur ses composants
                 IF WS-VENTE-HEBDO(WS-INDEX) GREATER THAN 0
                 AND WS-KIT(WS-INDEX) NOT EQUAL "O"
                    MOVE SPACES TO LIGNE-MOUVEMENT
                    MOVE WS-DATE-JOUR TO DATE-MVT
                    MOVE "vente" TO PROGRAMME-MVT
                    MOVE "V" TO TYPE-MVT
                    MOVE WS-VENTE-HEBDO(WS-INDEX) TO QTE-MVT
                    WRITE LIGNE-MOUVEMENT
                 END-IF
                 MOVE SPACES TO LIGNE-MOUVEMENT
                 MOVE WS-DATE-JOUR TO DATE-MVT
                 MOVE "vente" TO PROGRAMME-MVT
                 MOVE "S" TO TYPE-MVT
      *l'encadrement de contrôle de l'extrait, vérifié par
      *rupture.cbl avant de travailler
           OPEN OUTPUT CONTROLE-INVENTAIRE.
           MOVE SPACES TO LIGNE-CONTROLE-INVENTAIRE.
           MOVE "vente" TO PRODUCTEUR-INV-CTRL.
           MOVE WS-DATE-JOUR TO DATE-INV-CTRL.
           MOVE WS-NB-INV-ECRITES TO NOMBRE-INV-CTRL.
           DISPLAY "le prix du produit est " WS-PRIX(WS-INDEX)
           DISPLAY "ce produit fut vendu cette semaine "
           WS-VENTE-HEBDO(WS-INDEX) "fois"
           PERFORM CALCULE-DISPONIBLE
           DISPLAY "il en reste " WS-DISPONIBLE " à vendre (stock "
           WS-STOCK(WS-INDEX) ", reserve " WS-RESERVE(WS-INDEX) ")."
           DISPLAY " "
           END-PERFORM.

           " (" WS-SEM-AVANT " semaine(s))"
           INTO LIGNE-PROMO-IMPACT-CONTENU.
           WRITE LIGNE-PROMO-IMPACT.

      *marque le produit WS-INDEX comme kit s'il figure dans la
      *composition des kits ; ses consommations repartent de zéro
       MARQUE-KIT.
           MOVE "N" TO WS-KIT(WS-INDEX).
           MOVE 0 TO WS-VENTE-KITS(WS-INDEX).
           PERFORM VARYING WS-INDEX-KIT FROM 1 BY 1
           UNTIL WS-INDEX-KIT GREATER THAN WS-NB-KITS
              IF WS-KIT-NOM(WS-INDEX-KIT) EQUAL WS-NOM(WS-INDEX)
                 MOVE "O" TO WS-KIT(WS-INDEX)
              END-IF
           END-PERFORM.

      *la quantité réservée du produit WS-INDEX, toutes commandes
      *confondues ; l'article des réservations porte les 10 premiers
      *caractères du nom, comme celui des fournisseurs
       CUMULE-RESERVE.
           MOVE 0 TO WS-RESERVE(WS-INDEX).
           PERFORM VARYING WS-INDEX-RES FROM 1 BY 1
           UNTIL WS-INDEX-RES GREATER THAN WS-NB-RESERVATIONS
              IF WS-RES-ARTICLE(WS-INDEX-RES) EQUAL
              WS-NOM(WS-INDEX)(1:10)
                 ADD WS-RES-QTE(WS-INDEX-RES) TO WS-RESERVE(WS-INDEX)
              END-IF
           END-PERFORM.

      *le stock du produit WS-INDEX qui reste à vendre, la part
      *réservée aux commandes mise de côté
       CALCULE-DISPONIBLE.
           IF WS-STOCK(WS-INDEX) GREATER THAN WS-RESERVE(WS-INDEX)
              COMPUTE WS-DISPONIBLE =
                 WS-STOCK(WS-INDEX) - WS-RESERVE(WS-INDEX)
           ELSE
              MOVE 0 TO WS-DISPONIBLE
           END-IF.

      *cherche dans le catalogue le composant de la ligne de kit
      *WS-INDEX-KIT ; WS-COMPOSANT-COURANT reste à 0 s'il est absent
       CHERCHE-COMPOSANT.
           MOVE 0 TO WS-COMPOSANT-COURANT.
           PERFORM VARYING WS-INDEX-COMPOSANT FROM 1 BY 1
           UNTIL WS-INDEX-COMPOSANT GREATER THAN WS-NB-PRODUITS
              IF WS-NOM(WS-INDEX-COMPOSANT) EQUAL
              WS-KIT-COMPOSANT(WS-INDEX-KIT)
                 MOVE WS-INDEX-COMPOSANT TO WS-COMPOSANT-COURANT
              END-IF
           END-PERFORM.

      *les ventes du kit WS-INDEX sortent ses composants : la
      *quantité consommée s'ajoute à leur demande de la semaine et
      *se retire de leur stock attendu
       CONSOMME-KIT.
           PERFORM VARYING WS-INDEX-KIT FROM 1 BY 1
           UNTIL WS-INDEX-KIT GREATER THAN WS-NB-KITS
              IF WS-KIT-NOM(WS-INDEX-KIT) EQUAL WS-NOM(WS-INDEX)
                 PERFORM CHERCHE-COMPOSANT
                 IF WS-COMPOSANT-COURANT EQUAL 0
                    DISPLAY "composant " WS-KIT-COMPOSANT(WS-INDEX-KIT)
                    " absent du catalogue"
                 ELSE
                    COMPUTE WS-CONSO-KIT =
                       WS-VENTE-HEBDO(WS-INDEX)
                       * WS-KIT-QTE(WS-INDEX-KIT)
                    ADD WS-CONSO-KIT
                    TO WS-VENTE-KITS(WS-COMPOSANT-COURANT)
                    IF WS-STOCK(WS-COMPOSANT-COURANT) GREATER THAN
                    WS-CONSO-KIT
                       SUBTRACT WS-CONSO-KIT
                       FROM WS-STOCK(WS-COMPOSANT-COURANT)
                    ELSE
                       MOVE 0 TO WS-STOCK(WS-COMPOSANT-COURANT)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

      *le stock du kit WS-INDEX : le plus petit nombre de kits que
      *chaque composant permet d'assembler ; un composant épuisé,
      *discontinué ou absent du catalogue rend le kit indisponible
       CALCULE-KIT.
           MOVE 9999 TO WS-STOCK(WS-INDEX).
           MOVE 0 TO WS-COUT-KIT.
           PERFORM VARYING WS-INDEX-KIT FROM 1 BY 1
           UNTIL WS-INDEX-KIT GREATER THAN WS-NB-KITS
              IF WS-KIT-NOM(WS-INDEX-KIT) EQUAL WS-NOM(WS-INDEX)
                 PERFORM CHERCHE-COMPOSANT
                 IF WS-COMPOSANT-COURANT EQUAL 0
                    MOVE 0 TO WS-STOCK-POSSIBLE
                 ELSE
                    IF WS-ETAT(WS-COMPOSANT-COURANT) EQUAL "D"
                       MOVE 0 TO WS-STOCK-POSSIBLE
                    ELSE
                       DIVIDE WS-STOCK(WS-COMPOSANT-COURANT)
                       BY WS-KIT-QTE(WS-INDEX-KIT)
                       GIVING WS-STOCK-POSSIBLE
                    END-IF
                    COMPUTE WS-COUT-KIT = WS-COUT-KIT +
                       WS-PRIX-ACHAT(WS-COMPOSANT-COURANT)
                       * WS-KIT-QTE(WS-INDEX-KIT)
                 END-IF
                 IF WS-STOCK-POSSIBLE EQUAL 0
                    DISPLAY "kit " WS-NOM(WS-INDEX)
                    " indisponible : composant "
                    WS-KIT-COMPOSANT(WS-INDEX-KIT) " epuise"
                 END-IF
                 IF WS-STOCK-POSSIBLE LESS THAN WS-STOCK(WS-INDEX)
                    MOVE WS-STOCK-POSSIBLE TO WS-STOCK(WS-INDEX)
                 END-IF
              END-IF
           END-PERFORM.
           MOVE WS-COUT-KIT TO WS-PRIX-ACHAT(WS-INDEX).

      *un mouvement de vente par composant du kit WS-INDEX, pour la
      *quantité sortie avec les kits vendus
       JOURNALISE-KIT.
           PERFORM VARYING WS-INDEX-KIT FROM 1 BY 1
           UNTIL WS-INDEX-KIT GREATER THAN WS-NB-KITS
              IF WS-KIT-NOM(WS-INDEX-KIT) EQUAL WS-NOM(WS-INDEX)
                 PERFORM CHERCHE-COMPOSANT
                 IF WS-COMPOSANT-COURANT NOT EQUAL 0
                    MOVE SPACES TO LIGNE-MOUVEMENT
                    MOVE WS-DATE-JOUR TO DATE-MVT
                    MOVE "vente-kit" TO PROGRAMME-MVT
                    MOVE "V" TO TYPE-MVT
                    MOVE WS-KIT-COMPOSANT(WS-INDEX-KIT)(1:10)
                    TO ARTICLE-MVT
                    MOVE "D1" TO DEPOT-MVT
                    COMPUTE QTE-MVT =
                       WS-VENTE-HEBDO(WS-INDEX)
                       * WS-KIT-QTE(WS-INDEX-KIT)
                    WRITE LIGNE-MOUVEMENT
                 END-IF
              END-IF
           END-PERFORM.
