           ASSIGN TO "inventaire-controle.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *la classe ABC des articles : les A reviennent en feuille à
      *chaque cycle de la tranche tournante, les B et C moins souvent
           COPY "../../copybooks/abc-select.copy".

       DATA DIVISION.
       FILE SECTION.
       FD INVENTAIRE.
       01 LIGNE-FEUILLE.
           05 LIGNE-FEUILLE-CONTENU PIC X(60).

      *la position dans la tranche et le numéro du cycle en cours
      *(un cycle par tour complet de l'inventaire)
       FD ETAT-COMPTAGE.
       01 LIGNE-ETAT.
           05 POSITION-ETAT PIC 9(4).
           05 FILLER        PIC X.
           05 CYCLE-ETAT    PIC 9(4).

       FD ETAT-COMPTAGE-NOUVEAU.
       01 LIGNE-ETAT-NOUVEAU.
           05 POSITION-ETAT-N PIC 9(4).
           05 FILLER          PIC X.
           05 CYCLE-ETAT-N    PIC 9(4).

       FD COMPTAGES.
       01 LIGNE-COMPTAGE.
           05 FILLER        PIC X.
           05 QTE-MVT       PIC 9(5).

           COPY "../../copybooks/abc-fd.copy".

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-TAILLE-TRANCHE PIC 9(4) VALUE 5.
       01 WS-COMPTE-FEUILLE PIC 9(4).

      *le cycle en cours de la tranche tournante : un article B ou C
      *n'est compté que les cycles multiples de sa fréquence ; le
      *parcours s'arrête au plus tard quand chaque article a pu
      *passer une fois dans sa classe
       01 WS-CYCLE PIC 9(4) VALUE 1.
       01 WS-NB-EXAMINES PIC 9(6).
       01 WS-MAX-EXAMINES PIC 9(6).
       01 WS-FREQ-MAX PIC 9(2).
       01 WS-FREQ-ARTICLE PIC 9(2).
       01 WS-QUOTIENT-CYCLE PIC 9(4).
       01 WS-RESTE-CYCLE PIC 9(2).
       01 WS-CLASSE-FEUILLE PIC X.

      *les classes ABC et leurs fréquences de comptage
           COPY "../../copybooks/abc-ws.copy".

      *l'écart du comptage en cours et sa valeur au prix unitaire
       01 WS-ECART PIC S9(4).
       01 WS-ECART-EDIT PIC -(3)9.

      *on émet les feuilles de comptage de la tranche tournante :
      *WS-TAILLE-TRANCHE articles à partir de la position où le run
      *précédent s'est arrêté, en rebouclant au début du fichier ;
      *seuls les articles dont la classe ABC est due sur le cycle en
      *cours entrent dans la tranche
       EMET-FEUILLES.
           DISPLAY "taille de la tranche (defaut 5)".
           ACCEPT WS-TAILLE-TRANCHE.
                       MOVE "F" TO WS-FIN-ETAT
                    NOT AT END
                       MOVE POSITION-ETAT TO WS-POSITION
                       IF CYCLE-ETAT IS NUMERIC
                       AND CYCLE-ETAT GREATER THAN 0
                          MOVE CYCLE-ETAT TO WS-CYCLE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ETAT-COMPTAGE
           INTO LIGNE-FEUILLE-CONTENU.
           WRITE LIGNE-FEUILLE.

      *les classes ABC : un article pas encore classé est compté
      *comme un A
           COPY "../../copybooks/abc-init.copy".
           MOVE WS-ABC-FREQ-A TO WS-FREQ-MAX.
           IF WS-ABC-FREQ-B GREATER THAN WS-FREQ-MAX
              MOVE WS-ABC-FREQ-B TO WS-FREQ-MAX
           END-IF.
           IF WS-ABC-FREQ-C GREATER THAN WS-FREQ-MAX
              MOVE WS-ABC-FREQ-C TO WS-FREQ-MAX
           END-IF.
           COMPUTE WS-MAX-EXAMINES = WS-NB-ARTICLES * WS-FREQ-MAX.

           MOVE 0 TO WS-COMPTE-FEUILLE.
           MOVE 0 TO WS-NB-EXAMINES.
           PERFORM UNTIL WS-COMPTE-FEUILLE EQUAL WS-TAILLE-TRANCHE
           OR WS-COMPTE-FEUILLE EQUAL WS-NB-ARTICLES
           OR WS-NB-EXAMINES EQUAL WS-MAX-EXAMINES
              ADD 1 TO WS-POSITION
              IF WS-POSITION GREATER THAN WS-NB-ARTICLES
                 MOVE 1 TO WS-POSITION
                 ADD 1 TO WS-CYCLE
                    ON SIZE ERROR
                       MOVE 1 TO WS-CYCLE
                 END-ADD
              END-IF
              ADD 1 TO WS-NB-EXAMINES
              MOVE WS-NOM-ARTICLE(WS-POSITION)
              TO WS-ATT-ARTICLE-CHERCHE
              PERFORM CHERCHE-CLASSE-ABC THRU CHERCHE-CLASSE-ABC-FIN
              EVALUATE WS-ATT-CLASSE-TROUVEE
                 WHEN "B"
                    MOVE WS-ABC-FREQ-B TO WS-FREQ-ARTICLE
                    MOVE "B" TO WS-CLASSE-FEUILLE
                 WHEN "C"
                    MOVE WS-ABC-FREQ-C TO WS-FREQ-ARTICLE
                    MOVE "C" TO WS-CLASSE-FEUILLE
                 WHEN "A"
                    MOVE WS-ABC-FREQ-A TO WS-FREQ-ARTICLE
                    MOVE "A" TO WS-CLASSE-FEUILLE
                 WHEN OTHER
                    MOVE WS-ABC-FREQ-A TO WS-FREQ-ARTICLE
                    MOVE "-" TO WS-CLASSE-FEUILLE
              END-EVALUATE
              DIVIDE WS-CYCLE BY WS-FREQ-ARTICLE
              GIVING WS-QUOTIENT-CYCLE REMAINDER WS-RESTE-CYCLE
              IF WS-RESTE-CYCLE EQUAL 0
                 ADD 1 TO WS-COMPTE-FEUILLE
                 ADD 1 TO WS-NB-FEUILLES
                 MOVE SPACES TO LIGNE-FEUILLE-CONTENU
                 STRING WS-NOM-ARTICLE(WS-POSITION)
                 " depot " WS-DEPOT-ARTICLE(WS-POSITION)
                 " classe " WS-CLASSE-FEUILLE
                 " quantite comptee : ....."
                 INTO LIGNE-FEUILLE-CONTENU
                 WRITE LIGNE-FEUILLE
              END-IF
           END-PERFORM.
           CLOSE FEUILLES.

      *la position atteinte et le cycle en cours sont retenus pour
      *le prochain run
           OPEN OUTPUT ETAT-COMPTAGE-NOUVEAU.
           MOVE SPACES TO LIGNE-ETAT-NOUVEAU.
           MOVE WS-POSITION TO POSITION-ETAT-N.
           MOVE WS-CYCLE TO CYCLE-ETAT-N.
           WRITE LIGNE-ETAT-NOUVEAU.
           CLOSE ETAT-COMPTAGE-NOUVEAU.

           END-IF.
       TRAITE-COMPTAGE-FIN.
           EXIT.

           COPY "../../copybooks/abc-cherche.copy".
