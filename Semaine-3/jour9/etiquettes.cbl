       IDENTIFICATION DIVISION.
       PROGRAM-ID. etiquettes.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le catalogue : prix de vente, taux de TVA et produits
      *discontinués à retirer du rayon
           SELECT PRODUITS ASSIGN TO "produits.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRODUITS-STATUS.

      *les changements de prix appliqués par vente.cbl
           SELECT HISTORIQUE-PRIX ASSIGN TO "prix-historique.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTPRIX-STATUS.

      *les promotions datées : une promotion qui commence ou qui se
      *termine change le prix affiché en rayon
           SELECT PROMOTIONS ASSIGN TO "promotions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROMOS-STATUS.

      *la contenance des produits vendus au poids ou au volume, pour
      *le prix au kilo ou au litre de l'étiquette
           SELECT CONTENANCES ASSIGN TO "contenances.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CONTENANCES-STATUS.

      *l'inventaire, pour savoir dans quels dépôts le produit est
      *en rayon
           SELECT INVENTAIRE ASSIGN TO "inventaire.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INVENTAIRE-STATUS.

      *la fenêtre des jours de prise d'effet couverte par le
      *dernier run : le run suivant reprend au lendemain, même
      *après une nuit sautée
           SELECT DERNIER-RUN ASSIGN TO "etiquettes-dernier-run.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DERNIER-STATUS.

           SELECT DERNIER-RUN-NOUVEAU
           ASSIGN TO "etiquettes-dernier-run.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les étiquettes à poser demain matin, rangées par dépôt
           SELECT ETIQUETTES ASSIGN TO "etiquettes.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *la liste de contrôle que le personnel coche et signe
           SELECT CONTROLE ASSIGN TO "controle-etiquettes.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD HISTORIQUE-PRIX.
       01 LIGNE-HISTORIQUE-PRIX.
           05 HP-NOM        PIC X(20).
           05 FILLER        PIC X.
           05 HP-ANCIEN-PRIX PIC 9(4).
           05 FILLER        PIC X.
           05 HP-NOUVEAU-PRIX PIC 9(4).
           05 FILLER        PIC X.
           05 HP-DATE       PIC 9(8).

       FD PROMOTIONS.
       01 LIGNE-PROMOTION.
           05 PROMO-NOM   PIC X(20).
           05 FILLER      PIC X.
           05 PROMO-PRIX  PIC 9(4).
           05 FILLER      PIC X.
           05 PROMO-DEBUT PIC 9(8).
           05 FILLER      PIC X.
           05 PROMO-FIN   PIC 9(8).

      *une contenance : le produit, sa quantité (en kilos ou en
      *litres, trois décimales) et l'unité KG ou L
       FD CONTENANCES.
       01 LIGNE-CONTENANCE.
           05 CONT-NOM    PIC X(20).
           05 FILLER      PIC X.
           05 CONT-QTE    PIC 9(4)V999.
           05 FILLER      PIC X.
           05 CONT-UNITE  PIC X(2).

       FD INVENTAIRE.
       01 LIGNE-INVENTAIRE.
           05 NOM-INV   PIC X(10).
           05 RESTE-INV PIC 9(2).
           05 PRIX-INV  PIC 9(4)V99.
           05 DEPOT-INV PIC X(3).

       FD DERNIER-RUN.
       01 LIGNE-DERNIER-RUN.
           05 DEBUT-DERNIER PIC 9(8).
           05 FILLER        PIC X.
           05 FIN-DERNIER   PIC 9(8).

       FD DERNIER-RUN-NOUVEAU.
       01 LIGNE-DERNIER-RUN-NOUVEAU.
           05 DEBUT-DERNIER-N PIC 9(8).
           05 FILLER          PIC X.
           05 FIN-DERNIER-N   PIC 9(8).

      *une étiquette : dépôt, produit, prix de vente, prix au kilo
      *ou au litre et son unité (à blanc sans contenance connue),
      *date de fin de promotion (zéro hors promotion), taux de TVA
      *et motif (PRIX, PROMO, FINPROMO, RETRAIT)
       FD ETIQUETTES.
       01 LIGNE-ETIQUETTE.
           05 ETQ-DEPOT      PIC X(3).
           05 FILLER         PIC X.
           05 ETQ-NOM        PIC X(20).
           05 FILLER         PIC X.
           05 ETQ-PRIX       PIC 9(4).
           05 FILLER         PIC X.
           05 ETQ-PRIX-UNITE PIC 9(5)V99.
           05 FILLER         PIC X.
           05 ETQ-UNITE      PIC X(2).
           05 FILLER         PIC X.
           05 ETQ-FIN-PROMO  PIC 9(8).
           05 FILLER         PIC X.
           05 ETQ-TAUX-TVA   PIC 9(2)V99.
           05 FILLER         PIC X.
           05 ETQ-MOTIF      PIC X(8).

       FD CONTROLE.
       01 LIGNE-CONTROLE PIC X(80).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-PRODUITS-STATUS PIC X(2) VALUE SPACES.
           88 WS-PRODUITS-STATUS-OK VALUE "00".
       01 WS-HISTPRIX-STATUS PIC X(2) VALUE SPACES.
           88 WS-HISTPRIX-STATUS-OK VALUE "00".
       01 WS-PROMOS-STATUS PIC X(2) VALUE SPACES.
           88 WS-PROMOS-STATUS-OK VALUE "00".
       01 WS-CONTENANCES-STATUS PIC X(2) VALUE SPACES.
           88 WS-CONTENANCES-STATUS-OK VALUE "00".
       01 WS-INVENTAIRE-STATUS PIC X(2) VALUE SPACES.
           88 WS-INVENTAIRE-STATUS-OK VALUE "00".
       01 WS-DERNIER-STATUS PIC X(2) VALUE SPACES.
           88 WS-DERNIER-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-PRODUITS PIC X VALUE "C".
       01 WS-FIN-HISTPRIX PIC X VALUE "C".
       01 WS-FIN-PROMOS PIC X VALUE "C".
       01 WS-FIN-CONTENANCES PIC X VALUE "C".
       01 WS-FIN-INVENTAIRE PIC X VALUE "C".
       01 WS-FIN-DERNIER PIC X VALUE "C".

      *aujourd'hui, demain (le matin où les étiquettes doivent être
      *en rayon) et la fenêtre des jours de prise d'effet traitée
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-DATE-DEMAIN PIC 9(8).
       01 WS-JOUR-DEMAIN PIC 9(7).
       01 WS-DEBUT-FENETRE PIC 9(8) VALUE 0.
       01 WS-FIN-FENETRE PIC 9(8) VALUE 0.
       01 WS-JOUR-DEBUT PIC 9(7).
       01 WS-JOUR-EFFET PIC 9(7).
       01 WS-DEBUT-PRECEDENT PIC 9(8) VALUE 0.
       01 WS-FIN-PRECEDENTE PIC 9(8) VALUE 0.

      *le catalogue et le motif d'étiquette de chaque produit (à
      *blanc s'il n'a pas à être réétiqueté)
       01 WS-NB-PRODUITS PIC 9(4) VALUE 0.
       01 WS-PRODUIT OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-PRODUITS.
           05 WS-PROD-NOM       PIC X(20).
           05 WS-PROD-PRIX      PIC 9(4).
           05 WS-PROD-ETAT      PIC X.
           05 WS-PROD-DATE-ETAT PIC 9(8).
           05 WS-PROD-TAUX-TVA  PIC 9(2)V99.
           05 WS-PROD-MOTIF     PIC X(8).

      *les promotions datées
       01 WS-NB-PROMOS PIC 9(4) VALUE 0.
       01 WS-PROMO OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-PROMOS.
           05 WS-PROMO-NOM   PIC X(20).
           05 WS-PROMO-PRIX  PIC 9(4).
           05 WS-PROMO-DEBUT PIC 9(8).
           05 WS-PROMO-FIN   PIC 9(8).

      *les contenances connues
       01 WS-NB-CONTENANCES PIC 9(4) VALUE 0.
       01 WS-CONTENANCE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-CONTENANCES.
           05 WS-CONT-NOM   PIC X(20).
           05 WS-CONT-QTE   PIC 9(4)V999.
           05 WS-CONT-UNITE PIC X(2).

      *les lignes de l'inventaire, article et dépôt
       01 WS-NB-STOCKS PIC 9(4) VALUE 0.
       01 WS-STOCK OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-STOCKS.
           05 WS-STOCK-NOM   PIC X(10).
           05 WS-STOCK-DEPOT PIC X(3).

      *les étiquettes du run, triées par dépôt avant l'écriture
       01 WS-NB-ETIQUETTES PIC 9(4) VALUE 0.
       01 WS-ETIQUETTE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-ETIQUETTES.
           05 WS-ETQ-DEPOT      PIC X(3).
           05 WS-ETQ-NOM        PIC X(20).
           05 WS-ETQ-PRIX       PIC 9(4).
           05 WS-ETQ-PRIX-UNITE PIC 9(5)V99.
           05 WS-ETQ-UNITE      PIC X(2).
           05 WS-ETQ-FIN-PROMO  PIC 9(8).
           05 WS-ETQ-TAUX-TVA   PIC 9(2)V99.
           05 WS-ETQ-MOTIF      PIC X(8).

      *index et recherche
       01 WS-INDEX-PRODUIT PIC 9(4).
       01 WS-INDEX-PROMO PIC 9(4).
       01 WS-INDEX-CONTENANCE PIC 9(4).
       01 WS-INDEX-STOCK PIC 9(4).
       01 WS-INDEX-ETIQUETTE PIC 9(4).
       01 WS-TROUVE PIC X VALUE "N".
           88 WS-EST-TROUVE VALUE "O".
       01 WS-NB-DEPOTS-PRODUIT PIC 9(4).

      *le prix de demain du produit en cours
       01 WS-PRIX-DEMAIN PIC 9(4).
       01 WS-FIN-PROMO-DEMAIN PIC 9(8).
       01 WS-PRIX-UNITE PIC 9(5)V99.
       01 WS-UNITE PIC X(2).

      *la rupture de dépôt de la liste de contrôle
       01 WS-DEPOT-COURANT PIC X(3).
       01 WS-NB-DEPOT PIC 9(4).
       01 WS-POINTEUR PIC 9(3).

      *éditions
       01 WS-PRIX-EDIT PIC Z(3)9.
       01 WS-PRIX-UNITE-EDIT PIC Z(4)9,99.
       01 WS-NB-EDIT PIC Z(3)9.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           COMPUTE WS-JOUR-DEMAIN =
              FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) + 1.
           COMPUTE WS-DATE-DEMAIN =
              FUNCTION DATE-OF-INTEGER(WS-JOUR-DEMAIN).

      *la fenêtre traitée : du lendemain de la dernière fenêtre
      *jusqu'à demain ; relancé la même nuit, le run reprend la
      *même fenêtre ; au premier run, demain seulement
           OPEN INPUT DERNIER-RUN.
           IF WS-DERNIER-STATUS-OK
              PERFORM UNTIL WS-FIN-DERNIER EQUAL "F"
                 READ DERNIER-RUN
                    AT END
                       MOVE "F" TO WS-FIN-DERNIER
                    NOT AT END
                       MOVE DEBUT-DERNIER TO WS-DEBUT-PRECEDENT
                       MOVE FIN-DERNIER TO WS-FIN-PRECEDENTE
                 END-READ
              END-PERFORM
              CLOSE DERNIER-RUN
           END-IF.
           MOVE WS-DATE-DEMAIN TO WS-FIN-FENETRE.
           EVALUATE TRUE
              WHEN WS-FIN-PRECEDENTE EQUAL 0
                 MOVE WS-DATE-DEMAIN TO WS-DEBUT-FENETRE
              WHEN WS-FIN-PRECEDENTE NOT LESS THAN WS-DATE-DEMAIN
                 MOVE WS-DEBUT-PRECEDENT TO WS-DEBUT-FENETRE
              WHEN OTHER
                 COMPUTE WS-JOUR-DEBUT =
                    FUNCTION INTEGER-OF-DATE(WS-FIN-PRECEDENTE) + 1
                 COMPUTE WS-DEBUT-FENETRE =
                    FUNCTION DATE-OF-INTEGER(WS-JOUR-DEBUT)
           END-EVALUATE.
           IF WS-DEBUT-FENETRE GREATER THAN WS-FIN-FENETRE
              MOVE WS-FIN-FENETRE TO WS-DEBUT-FENETRE
           END-IF.
           COMPUTE WS-JOUR-DEBUT =
              FUNCTION INTEGER-OF-DATE(WS-DEBUT-FENETRE).
           DISPLAY "etiquettes des changements du " WS-DEBUT-FENETRE
           " au " WS-FIN-FENETRE.

      *le catalogue
           OPEN INPUT PRODUITS.
           IF NOT WS-PRODUITS-STATUS-OK
              DISPLAY "produits.txt absent, aucune etiquette"
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-PRODUITS EQUAL "F"
              READ PRODUITS
                 AT END
                    MOVE "F" TO WS-FIN-PRODUITS
                 NOT AT END
                    ADD 1 TO WS-NB-PRODUITS
                    MOVE F-NOM TO WS-PROD-NOM(WS-NB-PRODUITS)
                    MOVE F-PRIX TO WS-PROD-PRIX(WS-NB-PRODUITS)
                    MOVE F-ETAT TO WS-PROD-ETAT(WS-NB-PRODUITS)
                    IF F-DATE-ETAT IS NUMERIC
                       MOVE F-DATE-ETAT
                       TO WS-PROD-DATE-ETAT(WS-NB-PRODUITS)
                    ELSE
                       MOVE 0 TO WS-PROD-DATE-ETAT(WS-NB-PRODUITS)
                    END-IF
      *sans taux au catalogue, le taux normal de 20 % s'applique
                    IF F-TAUX-TVA IS NUMERIC
                    AND F-TAUX-TVA GREATER THAN 0
                       MOVE F-TAUX-TVA
                       TO WS-PROD-TAUX-TVA(WS-NB-PRODUITS)
                    ELSE
                       MOVE 20,00 TO WS-PROD-TAUX-TVA(WS-NB-PRODUITS)
                    END-IF
                    MOVE SPACES TO WS-PROD-MOTIF(WS-NB-PRODUITS)
              END-READ
           END-PERFORM.
           CLOSE PRODUITS.

      *les promotions datées
           OPEN INPUT PROMOTIONS.
           IF WS-PROMOS-STATUS-OK
              PERFORM UNTIL WS-FIN-PROMOS EQUAL "F"
                 READ PROMOTIONS
                    AT END
                       MOVE "F" TO WS-FIN-PROMOS
                    NOT AT END
                       ADD 1 TO WS-NB-PROMOS
                       MOVE PROMO-NOM TO WS-PROMO-NOM(WS-NB-PROMOS)
                       MOVE PROMO-PRIX TO WS-PROMO-PRIX(WS-NB-PROMOS)
                       MOVE PROMO-DEBUT
                       TO WS-PROMO-DEBUT(WS-NB-PROMOS)
                       MOVE PROMO-FIN TO WS-PROMO-FIN(WS-NB-PROMOS)
                 END-READ
              END-PERFORM
              CLOSE PROMOTIONS
           END-IF.

      *les contenances ; sans elles, pas de prix au kilo ou au litre
           OPEN INPUT CONTENANCES.
           IF WS-CONTENANCES-STATUS-OK
              PERFORM UNTIL WS-FIN-CONTENANCES EQUAL "F"
                 READ CONTENANCES
                    AT END
                       MOVE "F" TO WS-FIN-CONTENANCES
                    NOT AT END
                       IF CONT-QTE IS NUMERIC
                       AND CONT-QTE GREATER THAN 0
                          ADD 1 TO WS-NB-CONTENANCES
                          MOVE CONT-NOM
                          TO WS-CONT-NOM(WS-NB-CONTENANCES)
                          MOVE CONT-QTE
                          TO WS-CONT-QTE(WS-NB-CONTENANCES)
                          MOVE CONT-UNITE
                          TO WS-CONT-UNITE(WS-NB-CONTENANCES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTENANCES
           ELSE
              DISPLAY "contenances.txt absent, pas de prix au kilo"
           END-IF.

      *les dépôts où chaque article est en rayon ; un dépôt à blanc
      *vaut D1
           OPEN INPUT INVENTAIRE.
           IF WS-INVENTAIRE-STATUS-OK
              PERFORM UNTIL WS-FIN-INVENTAIRE EQUAL "F"
                 READ INVENTAIRE
                    AT END
                       MOVE "F" TO WS-FIN-INVENTAIRE
                    NOT AT END
                       ADD 1 TO WS-NB-STOCKS
                       MOVE NOM-INV TO WS-STOCK-NOM(WS-NB-STOCKS)
                       IF DEPOT-INV EQUAL SPACES
                          MOVE "D1" TO WS-STOCK-DEPOT(WS-NB-STOCKS)
                       ELSE
                          MOVE DEPOT-INV
                          TO WS-STOCK-DEPOT(WS-NB-STOCKS)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE INVENTAIRE
           END-IF.

      *un changement de prix saisi un jour s'affiche en rayon le
      *lendemain matin
           OPEN INPUT HISTORIQUE-PRIX.
           IF WS-HISTPRIX-STATUS-OK
              PERFORM UNTIL WS-FIN-HISTPRIX EQUAL "F"
                 READ HISTORIQUE-PRIX
                    AT END
                       MOVE "F" TO WS-FIN-HISTPRIX
                    NOT AT END
                       IF HP-DATE IS NUMERIC
                       AND HP-DATE GREATER THAN 0
                          COMPUTE WS-JOUR-EFFET =
                             FUNCTION INTEGER-OF-DATE(HP-DATE) + 1
                          IF WS-JOUR-EFFET NOT LESS THAN WS-JOUR-DEBUT
                          AND WS-JOUR-EFFET NOT GREATER THAN
                          WS-JOUR-DEMAIN
                             PERFORM CHERCHE-PRODUIT-PRIX
                             THRU CHERCHE-PRODUIT-PRIX-FIN
                          END-IF
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE HISTORIQUE-PRIX
           END-IF.

      *une promotion finie la veille rend son prix normal au
      *produit, une promotion qui commence affiche son prix promo ;
      *le début l'emporte quand les deux tombent dans la fenêtre
           PERFORM VARYING WS-INDEX-PROMO FROM 1 BY 1
           UNTIL WS-INDEX-PROMO GREATER THAN WS-NB-PROMOS
              COMPUTE WS-JOUR-EFFET = FUNCTION INTEGER-OF-DATE
                 (WS-PROMO-FIN(WS-INDEX-PROMO)) + 1
              IF WS-JOUR-EFFET NOT LESS THAN WS-JOUR-DEBUT
              AND WS-JOUR-EFFET NOT GREATER THAN WS-JOUR-DEMAIN
                 PERFORM VARYING WS-INDEX-PRODUIT FROM 1 BY 1
                 UNTIL WS-INDEX-PRODUIT GREATER THAN WS-NB-PRODUITS
                    IF WS-PROD-NOM(WS-INDEX-PRODUIT) EQUAL
                    WS-PROMO-NOM(WS-INDEX-PROMO)
                       MOVE "FINPROMO"
                       TO WS-PROD-MOTIF(WS-INDEX-PRODUIT)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-INDEX-PROMO FROM 1 BY 1
           UNTIL WS-INDEX-PROMO GREATER THAN WS-NB-PROMOS
              IF WS-PROMO-DEBUT(WS-INDEX-PROMO) NOT LESS THAN
              WS-DEBUT-FENETRE
              AND WS-PROMO-DEBUT(WS-INDEX-PROMO) NOT GREATER THAN
              WS-FIN-FENETRE
                 PERFORM VARYING WS-INDEX-PRODUIT FROM 1 BY 1
                 UNTIL WS-INDEX-PRODUIT GREATER THAN WS-NB-PRODUITS
                    IF WS-PROD-NOM(WS-INDEX-PRODUIT) EQUAL
                    WS-PROMO-NOM(WS-INDEX-PROMO)
                       MOVE "PROMO" TO WS-PROD-MOTIF(WS-INDEX-PRODUIT)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

      *un produit discontinué doit quitter le rayon le lendemain ;
      *ce motif l'emporte sur tous les autres
           PERFORM VARYING WS-INDEX-PRODUIT FROM 1 BY 1
           UNTIL WS-INDEX-PRODUIT GREATER THAN WS-NB-PRODUITS
              IF WS-PROD-ETAT(WS-INDEX-PRODUIT) EQUAL "D"
              AND WS-PROD-DATE-ETAT(WS-INDEX-PRODUIT) GREATER THAN 0
                 COMPUTE WS-JOUR-EFFET = FUNCTION INTEGER-OF-DATE
                    (WS-PROD-DATE-ETAT(WS-INDEX-PRODUIT)) + 1
                 IF WS-JOUR-EFFET NOT LESS THAN WS-JOUR-DEBUT
                 AND WS-JOUR-EFFET NOT GREATER THAN WS-JOUR-DEMAIN
                    MOVE "RETRAIT" TO WS-PROD-MOTIF(WS-INDEX-PRODUIT)
                 END-IF
              END-IF
           END-PERFORM.

      *une étiquette par produit à réétiqueter et par dépôt où il
      *est en rayon
           PERFORM VARYING WS-INDEX-PRODUIT FROM 1 BY 1
           UNTIL WS-INDEX-PRODUIT GREATER THAN WS-NB-PRODUITS
              IF WS-PROD-MOTIF(WS-INDEX-PRODUIT) NOT EQUAL SPACES
                 PERFORM PREPARE-ETIQUETTES
                 THRU PREPARE-ETIQUETTES-FIN
              END-IF
           END-PERFORM.

           IF WS-NB-ETIQUETTES GREATER THAN 1
              SORT WS-ETIQUETTE ON ASCENDING WS-ETQ-DEPOT WS-ETQ-NOM
           END-IF.

           OPEN OUTPUT ETIQUETTES.
           OPEN OUTPUT CONTROLE.
           MOVE SPACES TO WS-DEPOT-COURANT.
           MOVE 0 TO WS-NB-DEPOT.
           PERFORM VARYING WS-INDEX-ETIQUETTE FROM 1 BY 1
           UNTIL WS-INDEX-ETIQUETTE GREATER THAN WS-NB-ETIQUETTES
              IF WS-ETQ-DEPOT(WS-INDEX-ETIQUETTE) NOT EQUAL
              WS-DEPOT-COURANT
                 IF WS-DEPOT-COURANT NOT EQUAL SPACES
                    PERFORM SIGNATURE-DEPOT THRU SIGNATURE-DEPOT-FIN
                 END-IF
                 MOVE WS-ETQ-DEPOT(WS-INDEX-ETIQUETTE)
                 TO WS-DEPOT-COURANT
                 MOVE 0 TO WS-NB-DEPOT
                 MOVE SPACES TO LIGNE-CONTROLE
                 STRING "DEPOT " WS-DEPOT-COURANT
                 " - etiquettes a poser le " WS-DATE-DEMAIN
                 INTO LIGNE-CONTROLE
                 WRITE LIGNE-CONTROLE
              END-IF
              PERFORM ECRIT-ETIQUETTE THRU ECRIT-ETIQUETTE-FIN
           END-PERFORM.
           IF WS-DEPOT-COURANT NOT EQUAL SPACES
              PERFORM SIGNATURE-DEPOT THRU SIGNATURE-DEPOT-FIN
           END-IF.
           IF WS-NB-ETIQUETTES EQUAL 0
              MOVE SPACES TO LIGNE-CONTROLE
              STRING "aucune etiquette a poser le " WS-DATE-DEMAIN
              INTO LIGNE-CONTROLE
              WRITE LIGNE-CONTROLE
           END-IF.
           CLOSE ETIQUETTES.
           CLOSE CONTROLE.

      *la fenêtre traitée, pour le run suivant
           OPEN OUTPUT DERNIER-RUN-NOUVEAU.
           MOVE SPACES TO LIGNE-DERNIER-RUN-NOUVEAU.
           MOVE WS-DEBUT-FENETRE TO DEBUT-DERNIER-N.
           MOVE WS-FIN-FENETRE TO FIN-DERNIER-N.
           WRITE LIGNE-DERNIER-RUN-NOUVEAU.
           CLOSE DERNIER-RUN-NOUVEAU.

           MOVE WS-NB-ETIQUETTES TO WS-NB-EDIT.
           DISPLAY "Fin du traitement - " FUNCTION TRIM(WS-NB-EDIT)
           " etiquette(s)".

           STOP RUN.

      *le changement de prix lu marque son produit, sauf si un
      *motif plus fort l'a déjà marqué
       CHERCHE-PRODUIT-PRIX.
           PERFORM VARYING WS-INDEX-PRODUIT FROM 1 BY 1
           UNTIL WS-INDEX-PRODUIT GREATER THAN WS-NB-PRODUITS
              IF WS-PROD-NOM(WS-INDEX-PRODUIT) EQUAL HP-NOM
              AND WS-PROD-MOTIF(WS-INDEX-PRODUIT) EQUAL SPACES
                 MOVE "PRIX" TO WS-PROD-MOTIF(WS-INDEX-PRODUIT)
              END-IF
           END-PERFORM.
       CHERCHE-PRODUIT-PRIX-FIN.
           EXIT.

      *le prix de demain du produit WS-INDEX-PRODUIT (le prix promo
      *si une promotion couvre demain), son prix au kilo ou au
      *litre, puis une étiquette par dépôt où il est en rayon (D1
      *s'il n'est dans aucun)
       PREPARE-ETIQUETTES.
           MOVE WS-PROD-PRIX(WS-INDEX-PRODUIT) TO WS-PRIX-DEMAIN.
           MOVE 0 TO WS-FIN-PROMO-DEMAIN.
           IF WS-PROD-MOTIF(WS-INDEX-PRODUIT) NOT EQUAL "RETRAIT"
              PERFORM VARYING WS-INDEX-PROMO FROM 1 BY 1
              UNTIL WS-INDEX-PROMO GREATER THAN WS-NB-PROMOS
                 IF WS-PROMO-NOM(WS-INDEX-PROMO) EQUAL
                 WS-PROD-NOM(WS-INDEX-PRODUIT)
                 AND WS-PROMO-DEBUT(WS-INDEX-PROMO) NOT GREATER THAN
                 WS-DATE-DEMAIN
                 AND WS-PROMO-FIN(WS-INDEX-PROMO) NOT LESS THAN
                 WS-DATE-DEMAIN
                    MOVE WS-PROMO-PRIX(WS-INDEX-PROMO)
                    TO WS-PRIX-DEMAIN
                    MOVE WS-PROMO-FIN(WS-INDEX-PROMO)
                    TO WS-FIN-PROMO-DEMAIN
                 END-IF
              END-PERFORM
           END-IF.

           MOVE 0 TO WS-PRIX-UNITE.
           MOVE SPACES TO WS-UNITE.
           PERFORM VARYING WS-INDEX-CONTENANCE FROM 1 BY 1
           UNTIL WS-INDEX-CONTENANCE GREATER THAN WS-NB-CONTENANCES
              IF WS-CONT-NOM(WS-INDEX-CONTENANCE) EQUAL
              WS-PROD-NOM(WS-INDEX-PRODUIT)
                 COMPUTE WS-PRIX-UNITE ROUNDED =
                    WS-PRIX-DEMAIN / WS-CONT-QTE(WS-INDEX-CONTENANCE)
                 MOVE WS-CONT-UNITE(WS-INDEX-CONTENANCE) TO WS-UNITE
              END-IF
           END-PERFORM.

           MOVE 0 TO WS-NB-DEPOTS-PRODUIT.
           PERFORM VARYING WS-INDEX-STOCK FROM 1 BY 1
           UNTIL WS-INDEX-STOCK GREATER THAN WS-NB-STOCKS
              IF WS-STOCK-NOM(WS-INDEX-STOCK) EQUAL
              WS-PROD-NOM(WS-INDEX-PRODUIT)(1:10)
                 PERFORM AJOUTE-ETIQUETTE THRU AJOUTE-ETIQUETTE-FIN
              END-IF
           END-PERFORM.
           IF WS-NB-DEPOTS-PRODUIT EQUAL 0
              MOVE 0 TO WS-INDEX-STOCK
              PERFORM AJOUTE-ETIQUETTE THRU AJOUTE-ETIQUETTE-FIN
           END-IF.
       PREPARE-ETIQUETTES-FIN.
           EXIT.

      *l'étiquette du produit en cours pour le dépôt de la ligne
      *d'inventaire WS-INDEX-STOCK (D1 pour 0), une seule fois par
      *dépôt
       AJOUTE-ETIQUETTE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-ETIQUETTE FROM 1 BY 1
           UNTIL WS-INDEX-ETIQUETTE GREATER THAN WS-NB-ETIQUETTES
              IF WS-ETQ-NOM(WS-INDEX-ETIQUETTE) EQUAL
              WS-PROD-NOM(WS-INDEX-PRODUIT)
              AND ((WS-INDEX-STOCK EQUAL 0
              AND WS-ETQ-DEPOT(WS-INDEX-ETIQUETTE) EQUAL "D1")
              OR (WS-INDEX-STOCK GREATER THAN 0
              AND WS-ETQ-DEPOT(WS-INDEX-ETIQUETTE) EQUAL
              WS-STOCK-DEPOT(WS-INDEX-STOCK)))
                 SET WS-EST-TROUVE TO TRUE
              END-IF
           END-PERFORM.
           IF WS-EST-TROUVE
              GO TO AJOUTE-ETIQUETTE-FIN
           END-IF.

           ADD 1 TO WS-NB-DEPOTS-PRODUIT.
           ADD 1 TO WS-NB-ETIQUETTES.
           IF WS-INDEX-STOCK EQUAL 0
              MOVE "D1" TO WS-ETQ-DEPOT(WS-NB-ETIQUETTES)
           ELSE
              MOVE WS-STOCK-DEPOT(WS-INDEX-STOCK)
              TO WS-ETQ-DEPOT(WS-NB-ETIQUETTES)
           END-IF.
           MOVE WS-PROD-NOM(WS-INDEX-PRODUIT)
           TO WS-ETQ-NOM(WS-NB-ETIQUETTES).
           MOVE WS-PRIX-DEMAIN TO WS-ETQ-PRIX(WS-NB-ETIQUETTES).
           MOVE WS-PRIX-UNITE TO WS-ETQ-PRIX-UNITE(WS-NB-ETIQUETTES).
           MOVE WS-UNITE TO WS-ETQ-UNITE(WS-NB-ETIQUETTES).
           MOVE WS-FIN-PROMO-DEMAIN
           TO WS-ETQ-FIN-PROMO(WS-NB-ETIQUETTES).
           MOVE WS-PROD-TAUX-TVA(WS-INDEX-PRODUIT)
           TO WS-ETQ-TAUX-TVA(WS-NB-ETIQUETTES).
           MOVE WS-PROD-MOTIF(WS-INDEX-PRODUIT)
           TO WS-ETQ-MOTIF(WS-NB-ETIQUETTES).
       AJOUTE-ETIQUETTE-FIN.
           EXIT.

      *l'étiquette WS-INDEX-ETIQUETTE et sa case à cocher dans la
      *liste de contrôle
       ECRIT-ETIQUETTE.
           MOVE SPACES TO LIGNE-ETIQUETTE.
           MOVE WS-ETQ-DEPOT(WS-INDEX-ETIQUETTE) TO ETQ-DEPOT.
           MOVE WS-ETQ-NOM(WS-INDEX-ETIQUETTE) TO ETQ-NOM.
           MOVE WS-ETQ-PRIX(WS-INDEX-ETIQUETTE) TO ETQ-PRIX.
           MOVE WS-ETQ-PRIX-UNITE(WS-INDEX-ETIQUETTE)
           TO ETQ-PRIX-UNITE.
           MOVE WS-ETQ-UNITE(WS-INDEX-ETIQUETTE) TO ETQ-UNITE.
           MOVE WS-ETQ-FIN-PROMO(WS-INDEX-ETIQUETTE) TO ETQ-FIN-PROMO.
           MOVE WS-ETQ-TAUX-TVA(WS-INDEX-ETIQUETTE) TO ETQ-TAUX-TVA.
           MOVE WS-ETQ-MOTIF(WS-INDEX-ETIQUETTE) TO ETQ-MOTIF.
           WRITE LIGNE-ETIQUETTE.
           ADD 1 TO WS-NB-DEPOT.

           MOVE SPACES TO LIGNE-CONTROLE.
           IF WS-ETQ-MOTIF(WS-INDEX-ETIQUETTE) EQUAL "RETRAIT"
              STRING "[ ] " WS-ETQ-NOM(WS-INDEX-ETIQUETTE)
              " RETRAIT - retirer du rayon"
              INTO LIGNE-CONTROLE
           ELSE
              MOVE WS-ETQ-PRIX(WS-INDEX-ETIQUETTE) TO WS-PRIX-EDIT
              MOVE 1 TO WS-POINTEUR
              STRING "[ ] " WS-ETQ-NOM(WS-INDEX-ETIQUETTE)
              " " WS-ETQ-MOTIF(WS-INDEX-ETIQUETTE)
              " prix " FUNCTION TRIM(WS-PRIX-EDIT) " EUR"
              DELIMITED BY SIZE INTO LIGNE-CONTROLE
              WITH POINTER WS-POINTEUR
              IF WS-ETQ-UNITE(WS-INDEX-ETIQUETTE) NOT EQUAL SPACES
                 MOVE WS-ETQ-PRIX-UNITE(WS-INDEX-ETIQUETTE)
                 TO WS-PRIX-UNITE-EDIT
                 STRING " soit " FUNCTION TRIM(WS-PRIX-UNITE-EDIT)
                 " EUR/" FUNCTION TRIM(WS-ETQ-UNITE(WS-INDEX-ETIQUETTE))
                 DELIMITED BY SIZE INTO LIGNE-CONTROLE
                 WITH POINTER WS-POINTEUR
              END-IF
              IF WS-ETQ-FIN-PROMO(WS-INDEX-ETIQUETTE) GREATER THAN 0
                 STRING " jusqu'au "
                 WS-ETQ-FIN-PROMO(WS-INDEX-ETIQUETTE)
                 DELIMITED BY SIZE INTO LIGNE-CONTROLE
                 WITH POINTER WS-POINTEUR
              END-IF
           END-IF.
           WRITE LIGNE-CONTROLE.
       ECRIT-ETIQUETTE-FIN.
           EXIT.

      *le pied du dépôt en cours : nombre d'étiquettes et la
      *signature du personnel qui les a posées
       SIGNATURE-DEPOT.
           MOVE WS-NB-DEPOT TO WS-NB-EDIT.
           MOVE SPACES TO LIGNE-CONTROLE.
           STRING FUNCTION TRIM(WS-NB-EDIT) " etiquette(s) - "
           "posees par : ____________ le : ________"
           INTO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
           MOVE SPACES TO LIGNE-CONTROLE.
           WRITE LIGNE-CONTROLE.
       SIGNATURE-DEPOT-FIN.
           EXIT.
