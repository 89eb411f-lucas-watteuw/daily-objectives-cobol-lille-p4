       IDENTIFICATION DIVISION.
       PROGRAM-ID. paniers.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les tickets de caisse : date, code client, produit et
      *quantité ; les lignes d'un même client le même jour forment
      *un panier
           SELECT TICKETS ASSIGN TO "tickets.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TICKETS-STATUS.

      *les promotions datées tenues par vente.cbl
           SELECT PROMOTIONS ASSIGN TO "promotions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PROMOS-STATUS.

      *les paires de produits achetés ensemble au-dessus des
      *seuils : support, confiance et lift
           SELECT RAPPORT-PAIRES ASSIGN TO "rapport-paniers.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les produits qui accompagnent un produit en promotion,
      *pendant et hors de ses dates de promotion
           SELECT RAPPORT-PROMOS ASSIGN TO "rapport-promo-paniers.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD PROMOTIONS.
       01 LIGNE-PROMOTION.
           05 PROMO-NOM   PIC X(20).
           05 FILLER      PIC X.
           05 PROMO-PRIX  PIC 9(4).
           05 FILLER      PIC X.
           05 PROMO-DEBUT PIC 9(8).
           05 FILLER      PIC X.
           05 PROMO-FIN   PIC 9(8).

       FD RAPPORT-PAIRES.
       01 LIGNE-RAPPORT-PAIRES PIC X(132).

       FD RAPPORT-PROMOS.
       01 LIGNE-RAPPORT-PROMOS PIC X(132).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-TICKETS-STATUS PIC X(2) VALUE SPACES.
           88 WS-TICKETS-STATUS-OK VALUE "00".
       01 WS-PROMOS-STATUS PIC X(2) VALUE SPACES.
           88 WS-PROMOS-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-TICKETS PIC X VALUE "C".
       01 WS-FIN-PROMOS PIC X VALUE "C".

      *les seuils du run, en pourcentage : part minimale des
      *paniers contenant la paire, et confiance minimale
       01 WS-SUPPORT-MIN PIC 9(3) VALUE 1.
       01 WS-CONFIANCE-MIN PIC 9(3) VALUE 10.

      *les lignes de ticket, triées par client, date et produit
      *pour regrouper les paniers
       01 WS-NB-LIGNES PIC 9(4) VALUE 0.
       01 WS-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-LIGNES.
           05 WS-LIG-CLIENT  PIC 9(2).
           05 WS-LIG-DATE    PIC 9(8).
           05 WS-LIG-PRODUIT PIC X(20).

      *les produits vus dans les tickets, avec le nombre de
      *paniers qui les contiennent et, pour la promotion étudiée,
      *le nombre de paniers où ils accompagnent le produit promu
       01 WS-NB-PRODUITS PIC 9(4) VALUE 0.
       01 WS-PRODUIT OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-PRODUITS.
           05 WS-PROD-NOM     PIC X(20).
           05 WS-PROD-PANIERS PIC 9(5).
           05 WS-PROD-PENDANT PIC 9(5).
           05 WS-PROD-HORS    PIC 9(5).

      *les paniers : client, date et leurs articles distincts
       01 WS-NB-PANIERS PIC 9(5) VALUE 0.
       01 WS-PANIER OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-PANIERS.
           05 WS-PAN-CLIENT PIC 9(2).
           05 WS-PAN-DATE   PIC 9(8).
           05 WS-PAN-DEBUT  PIC 9(4).
           05 WS-PAN-NB     PIC 9(4).
       01 WS-NB-ARTICLES PIC 9(4) VALUE 0.
       01 WS-ARTICLE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-ARTICLES.
           05 WS-ART-PRODUIT PIC 9(4).

      *les paires de produits d'un même panier, le premier dans
      *l'ordre alphabétique, et le nombre de paniers
       01 WS-NB-PAIRES PIC 9(4) VALUE 0.
       01 WS-PAIRE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-PAIRES.
           05 WS-PAIRE-NB PIC 9(5).
           05 WS-PAIRE-A  PIC 9(4).
           05 WS-PAIRE-B  PIC 9(4).

      *les promotions
       01 WS-NB-PROMOS PIC 9(3) VALUE 0.
       01 WS-PROMO OCCURS 1 TO 999 TIMES DEPENDING ON WS-NB-PROMOS.
           05 WS-PROMO-NOM   PIC X(20).
           05 WS-PROMO-DEBUT PIC 9(8).
           05 WS-PROMO-FIN   PIC 9(8).

      *index et recherche
       01 WS-INDEX-LIGNE PIC 9(4).
       01 WS-INDEX-PRODUIT PIC 9(4).
       01 WS-INDEX-PANIER PIC 9(5).
       01 WS-INDEX-ARTICLE PIC 9(4).
       01 WS-INDEX-AUTRE PIC 9(4).
       01 WS-INDEX-PAIRE PIC 9(4).
       01 WS-INDEX-PROMO PIC 9(3).
       01 WS-FIN-PANIER PIC 9(4).
       01 WS-PRODUIT-COURANT PIC 9(4).
       01 WS-PRODUIT-PROMU PIC 9(4).
       01 WS-PAIRE-COURANTE PIC 9(4).
       01 WS-PRODUIT-A PIC 9(4).
       01 WS-PRODUIT-B PIC 9(4).
       01 WS-TROUVE PIC X VALUE "N".
           88 WS-EST-TROUVE VALUE "O".

      *les mesures d'une paire : support en % des paniers,
      *confiance en % des paniers du premier produit, lift
       01 WS-SUPPORT PIC 9(3)V99.
       01 WS-CONFIANCE PIC 9(3)V99.
       01 WS-LIFT PIC 9(5)V99.
       01 WS-NB-RETENUES PIC 9(4) VALUE 0.

      *la comparaison d'une promotion : paniers du produit promu
      *pendant et hors de ses dates, part de chaque compagnon
       01 WS-PANIERS-PENDANT PIC 9(5).
       01 WS-PANIERS-HORS PIC 9(5).
       01 WS-PART-PENDANT PIC 9(3)V99.
       01 WS-PART-HORS PIC 9(3)V99.
       01 WS-ECART PIC S9(3)V99.

      *éditions
       01 WS-POURCENT-EDIT PIC ZZ9,99.
       01 WS-POURCENT2-EDIT PIC ZZ9,99.
       01 WS-LIFT-EDIT PIC ZZZZ9,99.
       01 WS-ECART-EDIT PIC +ZZ9,99.
       01 WS-NB-EDIT PIC ZZZZ9.
       01 WS-NB2-EDIT PIC ZZZZ9.

       PROCEDURE DIVISION.

           DISPLAY "support minimum en % des paniers (defaut 1)".
           ACCEPT WS-SUPPORT-MIN.
           IF WS-SUPPORT-MIN EQUAL 0
              MOVE 1 TO WS-SUPPORT-MIN
           END-IF.
           DISPLAY "confiance minimum en % (defaut 10)".
           ACCEPT WS-CONFIANCE-MIN.
           IF WS-CONFIANCE-MIN EQUAL 0
              MOVE 10 TO WS-CONFIANCE-MIN
           END-IF.

      *on charge les tickets
           OPEN INPUT TICKETS.
           IF NOT WS-TICKETS-STATUS-OK
              DISPLAY "tickets.txt absent, aucun panier a analyser"
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-TICKETS EQUAL "F"
              READ TICKETS
                 AT END
                    MOVE "F" TO WS-FIN-TICKETS
                 NOT AT END
                    ADD 1 TO WS-NB-LIGNES
                    MOVE CLIENT-TICKET TO WS-LIG-CLIENT(WS-NB-LIGNES)
                    MOVE DATE-TICKET TO WS-LIG-DATE(WS-NB-LIGNES)
                    MOVE PRODUIT-TICKET
                    TO WS-LIG-PRODUIT(WS-NB-LIGNES)
              END-READ
           END-PERFORM.
           CLOSE TICKETS.

      *on charge les promotions ; un fichier absent signifie
      *aucune promotion à étudier
           OPEN INPUT PROMOTIONS.
           IF WS-PROMOS-STATUS-OK
              PERFORM UNTIL WS-FIN-PROMOS EQUAL "F"
                 READ PROMOTIONS
                    AT END
                       MOVE "F" TO WS-FIN-PROMOS
                    NOT AT END
                       ADD 1 TO WS-NB-PROMOS
                       MOVE PROMO-NOM TO WS-PROMO-NOM(WS-NB-PROMOS)
                       MOVE PROMO-DEBUT TO WS-PROMO-DEBUT(WS-NB-PROMOS)
                       MOVE PROMO-FIN TO WS-PROMO-FIN(WS-NB-PROMOS)
                 END-READ
              END-PERFORM
              CLOSE PROMOTIONS
           END-IF.

      *les paniers, puis les paires de chaque panier
           IF WS-NB-LIGNES GREATER THAN 0
              SORT WS-LIGNE ON ASCENDING WS-LIG-CLIENT WS-LIG-DATE
              WS-LIG-PRODUIT
           END-IF.
           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
           UNTIL WS-INDEX-LIGNE GREATER THAN WS-NB-LIGNES
              PERFORM RANGE-LIGNE THRU RANGE-LIGNE-FIN
           END-PERFORM.
           PERFORM VARYING WS-INDEX-PANIER FROM 1 BY 1
           UNTIL WS-INDEX-PANIER GREATER THAN WS-NB-PANIERS
              PERFORM COMPTE-PAIRES THRU COMPTE-PAIRES-FIN
           END-PERFORM.

           PERFORM EDITE-PAIRES THRU EDITE-PAIRES-FIN.

           OPEN OUTPUT RAPPORT-PROMOS.
           MOVE SPACES TO LIGNE-RAPPORT-PROMOS.
           STRING "PRODUITS ACCOMPAGNANT LES PROMOTIONS - part des "
           "paniers du produit promu qui les contiennent"
           INTO LIGNE-RAPPORT-PROMOS.
           WRITE LIGNE-RAPPORT-PROMOS.
           PERFORM VARYING WS-INDEX-PROMO FROM 1 BY 1
           UNTIL WS-INDEX-PROMO GREATER THAN WS-NB-PROMOS
              PERFORM COMPARE-PROMO THRU COMPARE-PROMO-FIN
           END-PERFORM.
           CLOSE RAPPORT-PROMOS.

           DISPLAY "Fin du traitement - " WS-NB-PANIERS " panier(s), "
           WS-NB-PAIRES " paire(s) dont " WS-NB-RETENUES
           " regle(s) au-dessus des seuils".

           STOP RUN.

      *une ligne de ticket triée : elle ouvre un nouveau panier si
      *le client ou la date change ; un produit déjà dans le
      *panier n'est compté qu'une fois
       RANGE-LIGNE.
           IF WS-NB-PANIERS EQUAL 0
           OR WS-LIG-CLIENT(WS-INDEX-LIGNE) NOT EQUAL
           WS-PAN-CLIENT(WS-NB-PANIERS)
           OR WS-LIG-DATE(WS-INDEX-LIGNE) NOT EQUAL
           WS-PAN-DATE(WS-NB-PANIERS)
              ADD 1 TO WS-NB-PANIERS
              MOVE WS-LIG-CLIENT(WS-INDEX-LIGNE)
              TO WS-PAN-CLIENT(WS-NB-PANIERS)
              MOVE WS-LIG-DATE(WS-INDEX-LIGNE)
              TO WS-PAN-DATE(WS-NB-PANIERS)
              COMPUTE WS-PAN-DEBUT(WS-NB-PANIERS) = WS-NB-ARTICLES + 1
              MOVE 0 TO WS-PAN-NB(WS-NB-PANIERS)
           ELSE
              IF WS-LIG-PRODUIT(WS-INDEX-LIGNE) EQUAL
              WS-LIG-PRODUIT(WS-INDEX-LIGNE - 1)
                 GO TO RANGE-LIGNE-FIN
              END-IF
           END-IF.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-PRODUIT FROM 1 BY 1
           UNTIL WS-INDEX-PRODUIT GREATER THAN WS-NB-PRODUITS
              IF WS-PROD-NOM(WS-INDEX-PRODUIT) EQUAL
              WS-LIG-PRODUIT(WS-INDEX-LIGNE)
                 SET WS-EST-TROUVE TO TRUE
                 MOVE WS-INDEX-PRODUIT TO WS-PRODUIT-COURANT
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              ADD 1 TO WS-NB-PRODUITS
              MOVE WS-LIG-PRODUIT(WS-INDEX-LIGNE)
              TO WS-PROD-NOM(WS-NB-PRODUITS)
              MOVE 0 TO WS-PROD-PANIERS(WS-NB-PRODUITS)
              MOVE WS-NB-PRODUITS TO WS-PRODUIT-COURANT
           END-IF.

           ADD 1 TO WS-NB-ARTICLES.
           MOVE WS-PRODUIT-COURANT TO WS-ART-PRODUIT(WS-NB-ARTICLES).
           ADD 1 TO WS-PAN-NB(WS-NB-PANIERS).
           ADD 1 TO WS-PROD-PANIERS(WS-PRODUIT-COURANT).
       RANGE-LIGNE-FIN.
           EXIT.

      *chaque couple d'articles du panier WS-INDEX-PANIER ajoute
      *un panier à sa paire ; les articles sont dans l'ordre
      *alphabétique, la paire est donc toujours notée dans le
      *même sens
       COMPTE-PAIRES.
           COMPUTE WS-FIN-PANIER = WS-PAN-DEBUT(WS-INDEX-PANIER)
           + WS-PAN-NB(WS-INDEX-PANIER) - 1.
           PERFORM VARYING WS-INDEX-ARTICLE
           FROM WS-PAN-DEBUT(WS-INDEX-PANIER) BY 1
           UNTIL WS-INDEX-ARTICLE NOT LESS THAN WS-FIN-PANIER
              PERFORM VARYING WS-INDEX-AUTRE
              FROM WS-INDEX-ARTICLE BY 1
              UNTIL WS-INDEX-AUTRE NOT LESS THAN WS-FIN-PANIER
                 MOVE WS-ART-PRODUIT(WS-INDEX-ARTICLE)
                 TO WS-PRODUIT-A
                 MOVE WS-ART-PRODUIT(WS-INDEX-AUTRE + 1)
                 TO WS-PRODUIT-B
                 PERFORM AJOUTE-PAIRE THRU AJOUTE-PAIRE-FIN
              END-PERFORM
           END-PERFORM.
       COMPTE-PAIRES-FIN.
           EXIT.

       AJOUTE-PAIRE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-PAIRE FROM 1 BY 1
           UNTIL WS-INDEX-PAIRE GREATER THAN WS-NB-PAIRES
              IF WS-PAIRE-A(WS-INDEX-PAIRE) EQUAL WS-PRODUIT-A
              AND WS-PAIRE-B(WS-INDEX-PAIRE) EQUAL WS-PRODUIT-B
                 SET WS-EST-TROUVE TO TRUE
                 MOVE WS-INDEX-PAIRE TO WS-PAIRE-COURANTE
              END-IF
           END-PERFORM.
           IF WS-EST-TROUVE
              ADD 1 TO WS-PAIRE-NB(WS-PAIRE-COURANTE)
           ELSE
              ADD 1 TO WS-NB-PAIRES
              MOVE 1 TO WS-PAIRE-NB(WS-NB-PAIRES)
              MOVE WS-PRODUIT-A TO WS-PAIRE-A(WS-NB-PAIRES)
              MOVE WS-PRODUIT-B TO WS-PAIRE-B(WS-NB-PAIRES)
           END-IF.
       AJOUTE-PAIRE-FIN.
           EXIT.

      *les paires de la plus fréquente à la moins fréquente ;
      *une paire au support suffisant donne une règle dans chaque
      *sens dont la confiance atteint le seuil
       EDITE-PAIRES.
           IF WS-NB-PAIRES GREATER THAN 0
              SORT WS-PAIRE ON DESCENDING WS-PAIRE-NB
           END-IF.
           OPEN OUTPUT RAPPORT-PAIRES.
           MOVE WS-NB-PANIERS TO WS-NB-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT-PAIRES.
           STRING "PRODUITS ACHETES ENSEMBLE - " WS-NB-EDIT
           " panier(s), support minimum " WS-SUPPORT-MIN
           " %, confiance minimum " WS-CONFIANCE-MIN " %"
           INTO LIGNE-RAPPORT-PAIRES.
           WRITE LIGNE-RAPPORT-PAIRES.
           PERFORM VARYING WS-INDEX-PAIRE FROM 1 BY 1
           UNTIL WS-INDEX-PAIRE GREATER THAN WS-NB-PAIRES
              COMPUTE WS-SUPPORT ROUNDED =
              WS-PAIRE-NB(WS-INDEX-PAIRE) * 100 / WS-NB-PANIERS
              IF WS-SUPPORT NOT LESS THAN WS-SUPPORT-MIN
                 COMPUTE WS-LIFT ROUNDED =
                 WS-PAIRE-NB(WS-INDEX-PAIRE) * WS-NB-PANIERS
                 / (WS-PROD-PANIERS(WS-PAIRE-A(WS-INDEX-PAIRE))
                 * WS-PROD-PANIERS(WS-PAIRE-B(WS-INDEX-PAIRE)))
                 MOVE WS-PAIRE-A(WS-INDEX-PAIRE) TO WS-PRODUIT-A
                 MOVE WS-PAIRE-B(WS-INDEX-PAIRE) TO WS-PRODUIT-B
                 PERFORM EDITE-REGLE THRU EDITE-REGLE-FIN
                 MOVE WS-PAIRE-B(WS-INDEX-PAIRE) TO WS-PRODUIT-A
                 MOVE WS-PAIRE-A(WS-INDEX-PAIRE) TO WS-PRODUIT-B
                 PERFORM EDITE-REGLE THRU EDITE-REGLE-FIN
              END-IF
           END-PERFORM.
           MOVE SPACES TO LIGNE-RAPPORT-PAIRES.
           STRING "--- " WS-NB-RETENUES " regle(s) ---"
           INTO LIGNE-RAPPORT-PAIRES.
           WRITE LIGNE-RAPPORT-PAIRES.
           CLOSE RAPPORT-PAIRES.
       EDITE-PAIRES-FIN.
           EXIT.

      *la règle "qui achète A achète aussi B" de la paire
      *WS-INDEX-PAIRE, si sa confiance atteint le seuil
       EDITE-REGLE.
           COMPUTE WS-CONFIANCE ROUNDED =
           WS-PAIRE-NB(WS-INDEX-PAIRE) * 100
           / WS-PROD-PANIERS(WS-PRODUIT-A).
           IF WS-CONFIANCE LESS THAN WS-CONFIANCE-MIN
              GO TO EDITE-REGLE-FIN
           END-IF.
           ADD 1 TO WS-NB-RETENUES.
           MOVE WS-PAIRE-NB(WS-INDEX-PAIRE) TO WS-NB-EDIT.
           MOVE WS-SUPPORT TO WS-POURCENT-EDIT.
           MOVE WS-CONFIANCE TO WS-POURCENT2-EDIT.
           MOVE WS-LIFT TO WS-LIFT-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT-PAIRES.
           STRING WS-PROD-NOM(WS-PRODUIT-A) " -> "
           WS-PROD-NOM(WS-PRODUIT-B) " paniers " WS-NB-EDIT
           " support " WS-POURCENT-EDIT " %"
           " confiance " WS-POURCENT2-EDIT " %"
           " lift " WS-LIFT-EDIT
           INTO LIGNE-RAPPORT-PAIRES.
           WRITE LIGNE-RAPPORT-PAIRES.
       EDITE-REGLE-FIN.
           EXIT.

      *pour la promotion WS-INDEX-PROMO : les paniers contenant le
      *produit promu sont séparés selon que leur date tombe dans
      *la promotion ou non ; pour chaque autre produit, la part de
      *ces paniers qui le contiennent, pendant et hors promotion
       COMPARE-PROMO.
           MOVE 0 TO WS-PANIERS-PENDANT.
           MOVE 0 TO WS-PANIERS-HORS.
           MOVE 0 TO WS-PRODUIT-PROMU.
           PERFORM VARYING WS-INDEX-PRODUIT FROM 1 BY 1
           UNTIL WS-INDEX-PRODUIT GREATER THAN WS-NB-PRODUITS
              MOVE 0 TO WS-PROD-PENDANT(WS-INDEX-PRODUIT)
              MOVE 0 TO WS-PROD-HORS(WS-INDEX-PRODUIT)
              IF WS-PROD-NOM(WS-INDEX-PRODUIT) EQUAL
              WS-PROMO-NOM(WS-INDEX-PROMO)
                 MOVE WS-INDEX-PRODUIT TO WS-PRODUIT-PROMU
              END-IF
           END-PERFORM.

           MOVE SPACES TO LIGNE-RAPPORT-PROMOS.
           WRITE LIGNE-RAPPORT-PROMOS.
           IF WS-PRODUIT-PROMU EQUAL 0
              MOVE SPACES TO LIGNE-RAPPORT-PROMOS
              STRING WS-PROMO-NOM(WS-INDEX-PROMO) " promotion du "
              WS-PROMO-DEBUT(WS-INDEX-PROMO) " au "
              WS-PROMO-FIN(WS-INDEX-PROMO)
              " : aucun panier dans les tickets"
              INTO LIGNE-RAPPORT-PROMOS
              WRITE LIGNE-RAPPORT-PROMOS
              GO TO COMPARE-PROMO-FIN
           END-IF.

           PERFORM VARYING WS-INDEX-PANIER FROM 1 BY 1
           UNTIL WS-INDEX-PANIER GREATER THAN WS-NB-PANIERS
              PERFORM CLASSE-PANIER THRU CLASSE-PANIER-FIN
           END-PERFORM.

           MOVE WS-PANIERS-PENDANT TO WS-NB-EDIT.
           MOVE WS-PANIERS-HORS TO WS-NB2-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT-PROMOS.
           STRING WS-PROMO-NOM(WS-INDEX-PROMO) " promotion du "
           WS-PROMO-DEBUT(WS-INDEX-PROMO) " au "
           WS-PROMO-FIN(WS-INDEX-PROMO) " : " WS-NB-EDIT
           " panier(s) pendant, " WS-NB2-EDIT " hors promotion"
           INTO LIGNE-RAPPORT-PROMOS.
           WRITE LIGNE-RAPPORT-PROMOS.

           PERFORM VARYING WS-INDEX-PRODUIT FROM 1 BY 1
           UNTIL WS-INDEX-PRODUIT GREATER THAN WS-NB-PRODUITS
              IF WS-PROD-PENDANT(WS-INDEX-PRODUIT) GREATER THAN 0
              OR WS-PROD-HORS(WS-INDEX-PRODUIT) GREATER THAN 0
                 PERFORM EDITE-COMPAGNON THRU EDITE-COMPAGNON-FIN
              END-IF
           END-PERFORM.
       COMPARE-PROMO-FIN.
           EXIT.

      *le panier WS-INDEX-PANIER, s'il contient le produit promu,
      *compte pour chacun de ses autres produits
       CLASSE-PANIER.
           COMPUTE WS-FIN-PANIER = WS-PAN-DEBUT(WS-INDEX-PANIER)
           + WS-PAN-NB(WS-INDEX-PANIER) - 1.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-ARTICLE
           FROM WS-PAN-DEBUT(WS-INDEX-PANIER) BY 1
           UNTIL WS-INDEX-ARTICLE GREATER THAN WS-FIN-PANIER
              IF WS-ART-PRODUIT(WS-INDEX-ARTICLE) EQUAL
              WS-PRODUIT-PROMU
                 SET WS-EST-TROUVE TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              GO TO CLASSE-PANIER-FIN
           END-IF.

           IF WS-PAN-DATE(WS-INDEX-PANIER) NOT LESS THAN
           WS-PROMO-DEBUT(WS-INDEX-PROMO)
           AND WS-PAN-DATE(WS-INDEX-PANIER) NOT GREATER THAN
           WS-PROMO-FIN(WS-INDEX-PROMO)
              ADD 1 TO WS-PANIERS-PENDANT
              PERFORM VARYING WS-INDEX-ARTICLE
              FROM WS-PAN-DEBUT(WS-INDEX-PANIER) BY 1
              UNTIL WS-INDEX-ARTICLE GREATER THAN WS-FIN-PANIER
                 IF WS-ART-PRODUIT(WS-INDEX-ARTICLE) NOT EQUAL
                 WS-PRODUIT-PROMU
                    ADD 1 TO WS-PROD-PENDANT(
                    WS-ART-PRODUIT(WS-INDEX-ARTICLE))
                 END-IF
              END-PERFORM
           ELSE
              ADD 1 TO WS-PANIERS-HORS
              PERFORM VARYING WS-INDEX-ARTICLE
              FROM WS-PAN-DEBUT(WS-INDEX-PANIER) BY 1
              UNTIL WS-INDEX-ARTICLE GREATER THAN WS-FIN-PANIER
                 IF WS-ART-PRODUIT(WS-INDEX-ARTICLE) NOT EQUAL
                 WS-PRODUIT-PROMU
                    ADD 1 TO WS-PROD-HORS(
                    WS-ART-PRODUIT(WS-INDEX-ARTICLE))
                 END-IF
              END-PERFORM
           END-IF.
       CLASSE-PANIER-FIN.
           EXIT.

      *un compagnon du produit promu : sa part des paniers pendant
      *et hors promotion, et l'écart en points
       EDITE-COMPAGNON.
           MOVE 0 TO WS-PART-PENDANT.
           MOVE 0 TO WS-PART-HORS.
           IF WS-PANIERS-PENDANT GREATER THAN 0
              COMPUTE WS-PART-PENDANT ROUNDED =
              WS-PROD-PENDANT(WS-INDEX-PRODUIT) * 100
              / WS-PANIERS-PENDANT
           END-IF.
           IF WS-PANIERS-HORS GREATER THAN 0
              COMPUTE WS-PART-HORS ROUNDED =
              WS-PROD-HORS(WS-INDEX-PRODUIT) * 100 / WS-PANIERS-HORS
           END-IF.
           COMPUTE WS-ECART = WS-PART-PENDANT - WS-PART-HORS.
           MOVE WS-PART-PENDANT TO WS-POURCENT-EDIT.
           MOVE WS-PART-HORS TO WS-POURCENT2-EDIT.
           MOVE WS-ECART TO WS-ECART-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT-PROMOS.
           STRING "   avec " WS-PROD-NOM(WS-INDEX-PRODUIT)
           " pendant " WS-POURCENT-EDIT " %"
           " hors promotion " WS-POURCENT2-EDIT " %"
           " ecart " WS-ECART-EDIT " points"
           INTO LIGNE-RAPPORT-PROMOS.
           WRITE LIGNE-RAPPORT-PROMOS.
       EDITE-COMPAGNON-FIN.
           EXIT.
