              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTO-STATUS.

      *la composition des kits vendus en magasin : un kit n'a pas
      *de stock propre, il se réapprovisionne par ses composants
           SELECT KITS ASSIGN TO "kits.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-KITS-STATUS.

      *les réservations de stock posées par credit.cbl sur les
      *commandes acceptées : la part réservée n'est plus disponible
      *et doit être réapprovisionnée comme une sortie
           SELECT RESERVATIONS ASSIGN TO "reservations.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESERVATIONS-STATUS.

      *l'encadrement de contrôle de l'inventaire écrit par son
      *producteur (vente ou reception) : il doit se recouper avec
      *le fichier avant que les ruptures ne soient jugées
      *une arborescence copiée sans toucher aux fichiers vivants
           COPY "../../copybooks/environnement-select.copy".

      *la classe ABC des articles, pour que les acheteurs traitent
      *d'abord les ruptures des articles A
           COPY "../../copybooks/abc-select.copy".

      *le journal d'erreurs commun aux traitements de nuit (elevesRE,
      *rupture, assurance, student), pour n'avoir qu'un seul fichier
      *à surveiller au lieu d'un par traitement

       COPY "../../copybooks/environnement-fd.copy".

       COPY "../../copybooks/abc-fd.copy".

       FD ERREURS-BATCH.
       01 LIGNE-ERREUR-BATCH PIC X(120).

      *l'article en rupture et sa classe ABC (à blanc pour un
      *article pas encore classé)
       FD ARTICLEVIDE.
       01 LIGNE-ARTICLE.
           05 NOM-ARTICLE-VIDE PIC X(10).
           05 FILLER           PIC X.
           05 CLASSE-ARTICLE-VIDE PIC X.

       FD BONCOMMANDE.
       01 LIGNE-COMMANDE.
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

       FD BONCOMMANDE-FOURN.
       01 LIGNE-COMMANDE-FOURN.
           05 FILLER                PIC X.
           05 DELAI-CDE-FOURN       PIC 9(3).

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

       FD HISTO-RUPTURES.
       01 LIGNE-HISTO.
           05 NOM-ARTICLE-HISTO  PIC X(10).
           05 WS-CIBLE-VIDE       PIC 9(3).
      *le dépôt où le manque a été constaté
           05 WS-DEPOT-VIDE       PIC X(3).
      *la classe ABC de l'article et son rang de traitement : A,
      *puis B, puis C, puis les articles pas encore classés
           05 WS-CLASSE-VIDE      PIC X.
           05 WS-ORDRE-CLASSE-VIDE PIC 9.

      *zone d'échange du tri des alertes par classe
       01 WS-VIDE-TEMP.
           05 WS-TEMP-NOM-VIDE    PIC X(10).
           05 WS-TEMP-STOCK-VIDE  PIC 9(2).
           05 WS-TEMP-PRIX-VIDE   PIC 9(4)V99.
           05 WS-TEMP-CIBLE-VIDE  PIC 9(3).
           05 WS-TEMP-DEPOT-VIDE  PIC X(3).
           05 WS-TEMP-CLASSE-VIDE PIC X.
           05 WS-TEMP-ORDRE-VIDE  PIC 9.
       01 WS-INDEX-TRI  PIC 9(4).
       01 WS-INDEX-TRI2 PIC 9(4).

      *tout l'inventaire lu, dépôt par dépôt, avec le seuil propre à
      *chaque ligne : c'est là que se cherchent les surplus

       COPY "../../copybooks/environnement-ws.copy".

       COPY "../../copybooks/abc-ws.copy".

      *l'heure de l'entrée en cours d'écriture dans le journal
      *d'erreurs commun (chaque entrée porte sa sévérité WARN/ERROR
      *et son horodatage)
       01 WS-INDEX-FOURN2 PIC 9(4).
       01 WS-FOURN-A-COMMANDE PIC X VALUE "N".

      *la composition des kits chargée en mémoire, au nom tronqué
      *de l'inventaire ; un kit en rupture n'est ni commandé ni
      *transféré, ce sont ses composants qui le sont
       01 WS-KITS-STATUS PIC X(2) VALUE SPACES.
           88 WS-KITS-STATUS-OK VALUE "00".
       01 WS-FIN-KITS PIC X VALUE "C".
       01 WS-NB-KITS PIC 9(4) VALUE 0.
       01 WS-KIT-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-KITS.
           05 WS-KIT-NOM       PIC X(10).
       01 WS-INDEX-KIT PIC 9(4).
       01 WS-KIT-TROUVE PIC X VALUE "N".
           88 WS-KIT-EST-TROUVE VALUE "O".

      *les réservations en cours ; la quantité d'une réservation
      *s'épuise en mémoire au fur et à mesure qu'elle est imputée
      *aux lignes d'inventaire de l'article, dépôt après dépôt
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
      *le stock de la ligne d'inventaire lue, réservations déduites
       01 WS-RESTE-DISPONIBLE PIC 9(2).

       PROCEDURE DIVISION.

      *le compte rendu machine du run démarre ici
              DISPLAY "politique-articles.txt absent, seuil global"
           END-IF.

      *on charge la composition des kits ; absente, aucun article
      *de l'inventaire n'est traité comme un kit
           OPEN INPUT KITS.
           IF WS-KITS-STATUS-OK
              PERFORM UNTIL WS-FIN-KITS EQUAL "F"
                 READ KITS
                    AT END
                       MOVE "F" TO WS-FIN-KITS
                    NOT AT END
                       ADD 1 TO WS-NB-KITS
                       MOVE KIT-NOM(1:10) TO WS-KIT-NOM(WS-NB-KITS)
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

      *on regarde si un point de reprise existe d'un run précédent qui
      *ne serait pas allé au bout d'inventaire.txt
           COPY "../../copybooks/checkpoint-init.copy".
                    THRU CHERCHE-POLITIQUE-FIN
                    IF RESTE-ARTICLE IS NUMERIC
                    AND PRIX-ARTICLE IS NUMERIC
                       PERFORM DEDUIT-RESERVE THRU DEDUIT-RESERVE-FIN
                       PERFORM MEMORISE-STOCK THRU MEMORISE-STOCK-FIN
                    END-IF
                    IF RESTE-ARTICLE IS NUMERIC
                    AND PRIX-ARTICLE IS NUMERIC
                    AND WS-FINVIE-ARTICLE NOT EQUAL "O"
                    AND WS-RESTE-DISPONIBLE < WS-SEUIL-ARTICLE
                       ADD 1 TO WS-NB-VIDES
                       MOVE NOM-ARTICLE
                       TO WS-NOM-ARTICLE-VIDE(WS-NB-VIDES)
                       MOVE WS-RESTE-DISPONIBLE
                       TO WS-STOCK-VIDE(WS-NB-VIDES)
                       MOVE PRIX-ARTICLE TO WS-PRIX-VIDE(WS-NB-VIDES)
                       MOVE WS-CIBLE-ARTICLE
                       TO WS-CIBLE-VIDE(WS-NB-VIDES)
                 ELSE
      *chaque article est jugé contre sa propre politique : son
      *seuil minimum, sa cible, et pas d'alerte s'il est en fin de
      *vie ; le seuil se juge sur le stock disponible, la part
      *réservée aux commandes en cours déduite
                    PERFORM CHERCHE-POLITIQUE
                    THRU CHERCHE-POLITIQUE-FIN
                    PERFORM DEDUIT-RESERVE THRU DEDUIT-RESERVE-FIN
                    PERFORM MEMORISE-STOCK THRU MEMORISE-STOCK-FIN
                    IF WS-FINVIE-ARTICLE EQUAL "O"
                       DISPLAY NOM-ARTICLE " en fin de vie"
                    ELSE
                    IF WS-RESTE-DISPONIBLE < WS-SEUIL-ARTICLE
                       ADD 1 TO WS-NB-VIDES
                       MOVE NOM-ARTICLE
                       TO WS-NOM-ARTICLE-VIDE(WS-NB-VIDES)
                       MOVE WS-RESTE-DISPONIBLE
                       TO WS-STOCK-VIDE(WS-NB-VIDES)
                       MOVE PRIX-ARTICLE TO WS-PRIX-VIDE(WS-NB-VIDES)
                       MOVE WS-CIBLE-ARTICLE
                       TO WS-CIBLE-VIDE(WS-NB-VIDES)
      *record 1
           COPY "../../copybooks/checkpoint-reset.copy".

      *chaque alerte reçoit la classe ABC de son article, puis les
      *alertes sont rangées A d'abord ; le tri à bulles n'échange
      *que des classes différentes et garde donc l'ordre de
      *l'inventaire à l'intérieur d'une classe
           COPY "../../copybooks/abc-init.copy".
           PERFORM VARYING WS-INDEX-ECRIT FROM 1 BY 1
           UNTIL WS-INDEX-ECRIT GREATER THAN WS-NB-VIDES
              MOVE WS-NOM-ARTICLE-VIDE(WS-INDEX-ECRIT)
              TO WS-ATT-ARTICLE-CHERCHE
              PERFORM CHERCHE-CLASSE-ABC THRU CHERCHE-CLASSE-ABC-FIN
              MOVE WS-ATT-CLASSE-TROUVEE
              TO WS-CLASSE-VIDE(WS-INDEX-ECRIT)
              EVALUATE WS-ATT-CLASSE-TROUVEE
                 WHEN "A"
                    MOVE 1 TO WS-ORDRE-CLASSE-VIDE(WS-INDEX-ECRIT)
                 WHEN "B"
                    MOVE 2 TO WS-ORDRE-CLASSE-VIDE(WS-INDEX-ECRIT)
                 WHEN "C"
                    MOVE 3 TO WS-ORDRE-CLASSE-VIDE(WS-INDEX-ECRIT)
                 WHEN OTHER
                    MOVE 4 TO WS-ORDRE-CLASSE-VIDE(WS-INDEX-ECRIT)
              END-EVALUATE
           END-PERFORM.
           PERFORM VARYING WS-INDEX-TRI FROM 1 BY 1
           UNTIL WS-INDEX-TRI GREATER THAN WS-NB-VIDES
              PERFORM VARYING WS-INDEX-TRI2 FROM 1 BY 1
              UNTIL WS-INDEX-TRI2 GREATER THAN
              WS-NB-VIDES - WS-INDEX-TRI
                 IF WS-ORDRE-CLASSE-VIDE(WS-INDEX-TRI2) GREATER THAN
                 WS-ORDRE-CLASSE-VIDE(WS-INDEX-TRI2 + 1)
                    MOVE WS-TABLEAU-ARTICLE-VIDE(WS-INDEX-TRI2)
                    TO WS-VIDE-TEMP
                    MOVE WS-TABLEAU-ARTICLE-VIDE(WS-INDEX-TRI2 + 1)
                    TO WS-TABLEAU-ARTICLE-VIDE(WS-INDEX-TRI2)
                    MOVE WS-VIDE-TEMP
                    TO WS-TABLEAU-ARTICLE-VIDE(WS-INDEX-TRI2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *on écrit maintenant les articles sous le seuil dans rupture.txt
           OPEN OUTPUT ARTICLEVIDE.
           OPEN OUTPUT BONCOMMANDE.

           PERFORM VARYING WS-INDEX-ECRIT FROM 1 BY 1
           UNTIL WS-INDEX-ECRIT GREATER THAN WS-NB-VIDES
              MOVE SPACES TO LIGNE-ARTICLE
              MOVE WS-NOM-ARTICLE-VIDE(WS-INDEX-ECRIT)
              TO NOM-ARTICLE-VIDE
              MOVE WS-CLASSE-VIDE(WS-INDEX-ECRIT)
              TO CLASSE-ARTICLE-VIDE
              WRITE LIGNE-ARTICLE

      *le bon de commande fournisseur : on commande de quoi revenir
                 WS-CIBLE-VIDE(WS-INDEX-ECRIT)
                 - WS-STOCK-VIDE(WS-INDEX-ECRIT)

      *un kit en rupture signale qu'un de ses composants manque :
      *il reste dans rupture.txt mais ne part ni en transfert ni au
      *bon de commande, ses composants y sont déjà jugés
              PERFORM CHERCHE-KIT THRU CHERCHE-KIT-FIN
              IF WS-KIT-EST-TROUVE
                 MOVE 0 TO WS-FOURN-CHOISI(WS-INDEX-ECRIT)
                 DISPLAY WS-NOM-ARTICLE-VIDE(WS-INDEX-ECRIT)
                 " kit indisponible, reappro par ses composants"
              ELSE
      *avant de commander au fournisseur, on regarde si un autre
      *dépôt détient assez de surplus (au-delà de son propre seuil)
      *pour couvrir le manque : dans ce cas on suggère le transfert
      *et la ligne ne part pas au bon de commande
                 PERFORM CHERCHE-TRANSFERT THRU CHERCHE-TRANSFERT-FIN
                 IF WS-TRANSFERT-EST-TROUVE
                    MOVE 0 TO WS-FOURN-CHOISI(WS-INDEX-ECRIT)
                    MOVE SPACES TO LIGNE-TRANSFERT-CONTENU
                    STRING "TRANSFERT "
                    WS-NOM-ARTICLE-VIDE(WS-INDEX-ECRIT)
                    " qte " WS-QTE-MANQUE
                    " de " WS-DEPOT-DONNEUR
                    " vers " WS-DEPOT-VIDE(WS-INDEX-ECRIT)
                    INTO LIGNE-TRANSFERT-CONTENU
                    WRITE LIGNE-TRANSFERT
                 ELSE
                    MOVE SPACES TO LIGNE-COMMANDE
                    MOVE WS-NOM-ARTICLE-VIDE(WS-INDEX-ECRIT)
                    TO NOM-ARTICLE-COMMANDE
                    MOVE WS-QTE-MANQUE TO QTE-COMMANDE
                    PERFORM CHOISIT-FOURNISSEUR
                    THRU CHOISIT-FOURNISSEUR-FIN
                    IF WS-MEILLEUR-FOURN GREATER THAN 0
                       MOVE WS-FOURN-CODE(WS-MEILLEUR-FOURN)
                       TO REF-FOURNISSEUR
                    ELSE
                       STRING "FRN-"
                       WS-NOM-ARTICLE-VIDE(WS-INDEX-ECRIT)(1:10)
                       DELIMITED BY SIZE INTO REF-FOURNISSEUR
                    END-IF
                    MOVE WS-MEILLEUR-FOURN
                    TO WS-FOURN-CHOISI(WS-INDEX-ECRIT)
                    WRITE LIGNE-COMMANDE
                 END-IF
              END-IF

      *l'historique garde une trace de cette alerte pour ce run
              MOVE SPACES TO LIGNE-HISTO
              MOVE WS-NOM-ARTICLE-VIDE(WS-INDEX-ECRIT)
              TO NOM-ARTICLE-HISTO
              MOVE WS-DATE-JOUR TO DATE-HISTO
              WRITE LIGNE-HISTO

      *la valeur en euros du stock restant de l'article sous le seuil
              MOVE SPACES TO LIGNE-VALORISATION
              MOVE WS-NOM-ARTICLE-VIDE(WS-INDEX-ECRIT)
              TO NOM-ARTICLE-VALO
              MOVE WS-STOCK-VIDE(WS-INDEX-ECRIT) TO STOCK-VALO
                       ".txt" INTO WS-NOM-FICHIER-FOURN
                       OPEN OUTPUT BONCOMMANDE-FOURN
                    END-IF
                    MOVE SPACES TO LIGNE-COMMANDE-FOURN
                    MOVE WS-NOM-ARTICLE-VIDE(WS-INDEX-ECRIT)
                    TO NOM-ARTICLE-CDE-FOURN
                    COMPUTE QTE-CDE-FOURN =
           ADD 1 TO WS-NB-STOCKS.
           MOVE NOM-ARTICLE TO WS-STOCK-NOM(WS-NB-STOCKS).
           MOVE DEPOT-ARTICLE TO WS-STOCK-DEPOT(WS-NB-STOCKS).
           MOVE WS-RESTE-DISPONIBLE TO WS-STOCK-QTE(WS-NB-STOCKS).
           MOVE WS-SEUIL-ARTICLE TO WS-STOCK-SEUIL(WS-NB-STOCKS).
       MEMORISE-STOCK-FIN.
           EXIT.

      *on impute à la ligne d'inventaire lue les réservations de
      *son article encore non imputées, jusqu'à concurrence de son
      *stock ; le reliquat d'une réservation ira sur la ligne du
      *dépôt suivant
       DEDUIT-RESERVE.
           MOVE RESTE-ARTICLE TO WS-RESTE-DISPONIBLE.
           PERFORM VARYING WS-INDEX-RES FROM 1 BY 1
           UNTIL WS-INDEX-RES GREATER THAN WS-NB-RESERVATIONS
              IF WS-RES-ARTICLE(WS-INDEX-RES) EQUAL NOM-ARTICLE
              AND WS-RES-QTE(WS-INDEX-RES) GREATER THAN 0
                 IF WS-RES-QTE(WS-INDEX-RES) LESS THAN
                 WS-RESTE-DISPONIBLE
                    SUBTRACT WS-RES-QTE(WS-INDEX-RES)
                    FROM WS-RESTE-DISPONIBLE
                    MOVE 0 TO WS-RES-QTE(WS-INDEX-RES)
                 ELSE
                    SUBTRACT WS-RESTE-DISPONIBLE
                    FROM WS-RES-QTE(WS-INDEX-RES)
                    MOVE 0 TO WS-RESTE-DISPONIBLE
                 END-IF
              END-IF
           END-PERFORM.
       DEDUIT-RESERVE-FIN.
           EXIT.

      *on cherche un dépôt donneur pour l'article WS-INDEX-ECRIT :
      *un autre dépôt dont le surplus au-delà de son propre seuil
      *couvre la quantité manquante WS-QTE-MANQUE
       CHOISIT-FOURNISSEUR-FIN.
           EXIT.

      *l'article WS-INDEX-ECRIT du tableau des ruptures est-il un
      *kit de la composition chargée
       CHERCHE-KIT.
           MOVE "N" TO WS-KIT-TROUVE.
           PERFORM VARYING WS-INDEX-KIT FROM 1 BY 1
           UNTIL WS-INDEX-KIT GREATER THAN WS-NB-KITS
              IF WS-KIT-NOM(WS-INDEX-KIT) EQUAL
              WS-NOM-ARTICLE-VIDE(WS-INDEX-ECRIT)
                 SET WS-KIT-EST-TROUVE TO TRUE
              END-IF
           END-PERFORM.
       CHERCHE-KIT-FIN.
           EXIT.

       COPY "../../copybooks/environnement-cherche.copy".

       COPY "../../copybooks/abc-cherche.copy".
