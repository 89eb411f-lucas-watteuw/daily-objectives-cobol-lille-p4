       IDENTIFICATION DIVISION.
       PROGRAM-ID. cloture.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *l'inventaire à clôturer, article par dépôt
           SELECT INVENTAIRE ASSIGN TO "inventaire.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INV-STATUS.

      *le coût moyen pondéré (PMP) de chaque article, tenu par
      *reception.cbl
           SELECT COUTS ASSIGN TO "couts-moyens.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COUTS-STATUS.

      *le journal des mouvements de stock, rejoué depuis la clôture
      *précédente pour expliquer la variation de valeur
           SELECT MOUVEMENTS ASSIGN TO "journal-mouvements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOUVEMENTS-STATUS.

      *les clôtures mensuelles, datées ligne à ligne : chaque run
      *y fige le stock du jour à son PMP, sans jamais réécrire les
      *clôtures précédentes
           SELECT CLOTURES ASSIGN TO "inventaire-cloture.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLOTURES-STATUS.

      *le compte rendu de clôture pour la comptabilité
           SELECT RAPPORT-CLOTURE ASSIGN TO "rapport-cloture.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTAIRE.
       01 LIGNE-INVENTAIRE.
           05 NOM-ARTICLE PIC X(10).
           05 RESTE-ARTICLE PIC 9(2).
           05 PRIX-ARTICLE PIC 9(4)V99.
           05 DEPOT-ARTICLE PIC X(3).

       FD COUTS.
       01 LIGNE-COUT.
           05 ARTICLE-COUT PIC X(10).
           05 FILLER       PIC X.
           05 PMP-COUT     PIC 9(5)V9(4).
           05 FILLER       PIC X.
           05 DATE-COUT    PIC 9(8).

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

      *une ligne de clôture : date de clôture, article, dépôt,
      *quantité, PMP retenu et valeur du stock
       FD CLOTURES.
       01 LIGNE-CLOTURE.
           05 DATE-CLOT    PIC 9(8).
           05 FILLER       PIC X.
           05 ARTICLE-CLOT PIC X(10).
           05 FILLER       PIC X.
           05 DEPOT-CLOT   PIC X(3).
           05 FILLER       PIC X.
           05 QTE-CLOT     PIC 9(5).
           05 FILLER       PIC X.
           05 PMP-CLOT     PIC 9(5)V9(4).
           05 FILLER       PIC X.
           05 VALEUR-CLOT  PIC 9(9)V99.

       FD RAPPORT-CLOTURE.
       01 LIGNE-RAPPORT.
           05 LIGNE-RAPPORT-CONTENU PIC X(160).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-INV-STATUS PIC X(2) VALUE SPACES.
           88 WS-INV-STATUS-OK VALUE "00".
       01 WS-COUTS-STATUS PIC X(2) VALUE SPACES.
           88 WS-COUTS-STATUS-OK VALUE "00".
       01 WS-MOUVEMENTS-STATUS PIC X(2) VALUE SPACES.
           88 WS-MOUVEMENTS-STATUS-OK VALUE "00".
       01 WS-CLOTURES-STATUS PIC X(2) VALUE SPACES.
           88 WS-CLOTURES-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-INVENTAIRE  PIC X VALUE "C".
       01 WS-FIN-COUTS       PIC X VALUE "C".
       01 WS-FIN-MOUVEMENTS  PIC X VALUE "C".
       01 WS-FIN-CLOTURES    PIC X VALUE "C".

      *la date du jour, qui date la clôture, et la date de la
      *clôture précédente (zéro s'il n'y en a pas encore)
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-MOIS-JOUR PIC 9(6).
           05 FILLER       PIC 9(2).
       01 WS-DATE-PRECEDENTE PIC 9(8) VALUE 0.
       01 WS-DATE-PRECEDENTE-R REDEFINES WS-DATE-PRECEDENTE.
           05 WS-MOIS-PRECEDENT PIC 9(6).
           05 FILLER            PIC 9(2).

      *les coûts moyens
       01 WS-NB-COUTS PIC 9(4) VALUE 0.
       01 WS-COUT OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-COUTS.
           05 WS-COUT-ARTICLE PIC X(10).
           05 WS-COUT-PMP     PIC 9(5)V9(4).

      *une ligne par article et dépôt : quantité et valeur à la
      *clôture précédente, quantité et valeur à cette clôture, et
      *les quantités du mois par nature de mouvement ; le stock
      *courant suit le journal pour mesurer les ajustements
       01 WS-NB-LIGNES PIC 9(4) VALUE 0.
       01 WS-LIGNE OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-LIGNES.
           05 WS-LIG-ARTICLE    PIC X(10).
           05 WS-LIG-DEPOT      PIC X(3).
           05 WS-LIG-QTE-PREC   PIC 9(5).
           05 WS-LIG-VAL-PREC   PIC 9(9)V99.
           05 WS-LIG-QTE-CLOT   PIC 9(5).
           05 WS-LIG-PMP        PIC 9(5)V9(4).
           05 WS-LIG-VAL-CLOT   PIC 9(9)V99.
           05 WS-LIG-EN-STOCK   PIC X.
           05 WS-LIG-COURANT    PIC S9(7).
           05 WS-LIG-ACHATS     PIC S9(7).
           05 WS-LIG-VENTES     PIC S9(7).
           05 WS-LIG-AJUSTES    PIC S9(7).
           05 WS-LIG-RETOURS    PIC S9(7).

      *index et recherche
       01 WS-INDEX-COUT   PIC 9(4).
       01 WS-INDEX-LIGNE  PIC 9(4).
       01 WS-LIGNE-COURANTE PIC 9(4).
       01 WS-CHERCHE-ARTICLE PIC X(10).
       01 WS-CHERCHE-DEPOT   PIC X(3).
       01 WS-TROUVE PIC X VALUE "N".
           88 WS-EST-TROUVE VALUE "O".

      *la variation d'une ligne et sa décomposition, valorisées au
      *PMP de clôture ; l'écart de coût est ce que les quantités
      *n'expliquent pas (changement de PMP depuis la clôture
      *précédente)
       01 WS-VAR-TOTALE  PIC S9(9)V99.
       01 WS-VAR-ACHATS  PIC S9(9)V99.
       01 WS-VAR-VENTES  PIC S9(9)V99.
       01 WS-VAR-AJUSTES PIC S9(9)V99.
       01 WS-VAR-RETOURS PIC S9(9)V99.
       01 WS-VAR-COUT    PIC S9(9)V99.

      *les cumuls de la clôture
       01 WS-TOT-PREC    PIC S9(9)V99 VALUE 0.
       01 WS-TOT-CLOT    PIC S9(9)V99 VALUE 0.
       01 WS-TOT-ACHATS  PIC S9(9)V99 VALUE 0.
       01 WS-TOT-VENTES  PIC S9(9)V99 VALUE 0.
       01 WS-TOT-AJUSTES PIC S9(9)V99 VALUE 0.
       01 WS-TOT-RETOURS PIC S9(9)V99 VALUE 0.
       01 WS-TOT-COUT    PIC S9(9)V99 VALUE 0.

      *les montants édités du rapport
       01 WS-EDIT-1 PIC -(9)9.99.
       01 WS-EDIT-2 PIC -(9)9.99.
       01 WS-EDIT-3 PIC -(9)9.99.
       01 WS-EDIT-4 PIC -(9)9.99.
       01 WS-EDIT-5 PIC -(9)9.99.
       01 WS-EDIT-6 PIC -(9)9.99.
       01 WS-EDIT-7 PIC -(9)9.99.
       01 WS-EDIT-8 PIC -(9)9.99.

      *compteurs du run
       01 WS-NB-CLOTUREES PIC 9(4) VALUE 0.
       01 WS-NB-SANS-COUT PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *la dernière clôture est celle de la date la plus récente du
      *fichier des clôtures ; une seule clôture par mois
           OPEN INPUT CLOTURES.
           IF WS-CLOTURES-STATUS-OK
              PERFORM UNTIL WS-FIN-CLOTURES EQUAL "F"
                 READ CLOTURES
                    AT END
                       MOVE "F" TO WS-FIN-CLOTURES
                    NOT AT END
                       IF DATE-CLOT GREATER THAN WS-DATE-PRECEDENTE
                          MOVE DATE-CLOT TO WS-DATE-PRECEDENTE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLOTURES
           END-IF.
           IF WS-DATE-PRECEDENTE GREATER THAN 0
           AND WS-MOIS-PRECEDENT NOT LESS THAN WS-MOIS-JOUR
              DISPLAY "cloture du mois deja faite le "
              WS-DATE-PRECEDENTE ", rien a cloturer"
              STOP RUN
           END-IF.

      *les lignes de la clôture précédente servent de point de
      *départ à la variation
           IF WS-DATE-PRECEDENTE GREATER THAN 0
              MOVE "C" TO WS-FIN-CLOTURES
              OPEN INPUT CLOTURES
              PERFORM UNTIL WS-FIN-CLOTURES EQUAL "F"
                 READ CLOTURES
                    AT END
                       MOVE "F" TO WS-FIN-CLOTURES
                    NOT AT END
                       IF DATE-CLOT EQUAL WS-DATE-PRECEDENTE
                          MOVE ARTICLE-CLOT TO WS-CHERCHE-ARTICLE
                          MOVE DEPOT-CLOT TO WS-CHERCHE-DEPOT
                          PERFORM SITUE-LIGNE THRU SITUE-LIGNE-FIN
                          MOVE QTE-CLOT
                          TO WS-LIG-QTE-PREC(WS-LIGNE-COURANTE)
                          MOVE QTE-CLOT
                          TO WS-LIG-COURANT(WS-LIGNE-COURANTE)
                          MOVE VALEUR-CLOT
                          TO WS-LIG-VAL-PREC(WS-LIGNE-COURANTE)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLOTURES
           END-IF.

      *les coûts moyens
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
                 END-READ
              END-PERFORM
              CLOSE COUTS
           ELSE
              DISPLAY "couts-moyens.txt absent, stock valorise a zero"
           END-IF.

      *le journal du mois : les mouvements postérieurs à la clôture
      *précédente, rangés par nature
           OPEN INPUT MOUVEMENTS.
           IF WS-MOUVEMENTS-STATUS-OK
              PERFORM UNTIL WS-FIN-MOUVEMENTS EQUAL "F"
                 READ MOUVEMENTS
                    AT END
                       MOVE "F" TO WS-FIN-MOUVEMENTS
                    NOT AT END
                       IF DATE-MVT GREATER THAN WS-DATE-PRECEDENTE
                       AND DATE-MVT NOT GREATER THAN WS-DATE-JOUR
                          PERFORM RANGE-MOUVEMENT
                          THRU RANGE-MOUVEMENT-FIN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MOUVEMENTS
           ELSE
              DISPLAY "journal-mouvements.txt absent, variation "
              "non decomposee"
           END-IF.

      *le stock de clôture est celui de l'inventaire
           OPEN INPUT INVENTAIRE.
           IF NOT WS-INV-STATUS-OK
              DISPLAY "inventaire.txt absent, rien a cloturer"
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-INVENTAIRE EQUAL "F"
              READ INVENTAIRE
                 AT END
                    MOVE "F" TO WS-FIN-INVENTAIRE
                 NOT AT END
                    MOVE NOM-ARTICLE TO WS-CHERCHE-ARTICLE
      *un dépôt à blanc (fichier d'avant les dépôts) vaut D1
                    IF DEPOT-ARTICLE EQUAL SPACES
                       MOVE "D1" TO WS-CHERCHE-DEPOT
                    ELSE
                       MOVE DEPOT-ARTICLE TO WS-CHERCHE-DEPOT
                    END-IF
                    PERFORM SITUE-LIGNE THRU SITUE-LIGNE-FIN
                    MOVE RESTE-ARTICLE
                    TO WS-LIG-QTE-CLOT(WS-LIGNE-COURANTE)
                    MOVE "O" TO WS-LIG-EN-STOCK(WS-LIGNE-COURANTE)
              END-READ
           END-PERFORM.
           CLOSE INVENTAIRE.

      *chaque ligne est valorisée, figée dans les clôtures puis
      *expliquée dans le compte rendu
           OPEN INPUT CLOTURES.
           IF WS-CLOTURES-STATUS-OK
              CLOSE CLOTURES
              OPEN EXTEND CLOTURES
           ELSE
              OPEN OUTPUT CLOTURES
           END-IF.
           OPEN OUTPUT RAPPORT-CLOTURE.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "--- CLOTURE DU STOCK AU " WS-DATE-JOUR
           " (cloture precedente " WS-DATE-PRECEDENTE
           "), valeurs au cout moyen pondere ---"
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "article    dep qte       "
           "     precedent       cloture     variation"
           "        achats        ventes   ajustements"
           "       retours    ecart cout"
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.

           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
           UNTIL WS-INDEX-LIGNE GREATER THAN WS-NB-LIGNES
              PERFORM CLOTURE-LIGNE THRU CLOTURE-LIGNE-FIN
           END-PERFORM.
           CLOSE CLOTURES.

      *le total de la variation et sa décomposition
           COMPUTE WS-VAR-TOTALE = WS-TOT-CLOT - WS-TOT-PREC.
           MOVE WS-TOT-PREC TO WS-EDIT-1.
           MOVE WS-TOT-CLOT TO WS-EDIT-2.
           MOVE WS-VAR-TOTALE TO WS-EDIT-3.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "--- valeur precedente " FUNCTION TRIM(WS-EDIT-1)
           " EUR, valeur de cloture " FUNCTION TRIM(WS-EDIT-2)
           " EUR, variation " FUNCTION TRIM(WS-EDIT-3) " EUR ---"
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           MOVE WS-TOT-ACHATS TO WS-EDIT-4.
           MOVE WS-TOT-VENTES TO WS-EDIT-5.
           MOVE WS-TOT-AJUSTES TO WS-EDIT-6.
           MOVE WS-TOT-RETOURS TO WS-EDIT-7.
           MOVE WS-TOT-COUT TO WS-EDIT-1.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "--- dont achats " FUNCTION TRIM(WS-EDIT-4)
           ", ventes " FUNCTION TRIM(WS-EDIT-5)
           ", ajustements de comptage " FUNCTION TRIM(WS-EDIT-6)
           ", retours " FUNCTION TRIM(WS-EDIT-7)
           ", ecart de cout " FUNCTION TRIM(WS-EDIT-1) " ---"
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING "--- " WS-NB-CLOTUREES " ligne(s) figee(s), "
           WS-NB-SANS-COUT " article(s) sans cout moyen ---"
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT-CLOTURE.

           DISPLAY "Fin du traitement - " WS-NB-CLOTUREES
           " ligne(s) cloturee(s) au " WS-DATE-JOUR.

           STOP RUN.

      *on cherche la ligne de WS-CHERCHE-ARTICLE dans
      *WS-CHERCHE-DEPOT ; une ligne absente est créée à zéro
       SITUE-LIGNE.
           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
           UNTIL WS-INDEX-LIGNE GREATER THAN WS-NB-LIGNES
              IF WS-LIG-ARTICLE(WS-INDEX-LIGNE) EQUAL
              WS-CHERCHE-ARTICLE
              AND WS-LIG-DEPOT(WS-INDEX-LIGNE) EQUAL WS-CHERCHE-DEPOT
                 MOVE WS-INDEX-LIGNE TO WS-LIGNE-COURANTE
                 GO TO SITUE-LIGNE-FIN
              END-IF
           END-PERFORM.
           ADD 1 TO WS-NB-LIGNES.
           MOVE WS-NB-LIGNES TO WS-LIGNE-COURANTE.
           MOVE WS-CHERCHE-ARTICLE TO WS-LIG-ARTICLE(WS-NB-LIGNES).
           MOVE WS-CHERCHE-DEPOT TO WS-LIG-DEPOT(WS-NB-LIGNES).
           MOVE 0 TO WS-LIG-QTE-PREC(WS-NB-LIGNES).
           MOVE 0 TO WS-LIG-VAL-PREC(WS-NB-LIGNES).
           MOVE 0 TO WS-LIG-QTE-CLOT(WS-NB-LIGNES).
           MOVE 0 TO WS-LIG-PMP(WS-NB-LIGNES).
           MOVE 0 TO WS-LIG-VAL-CLOT(WS-NB-LIGNES).
           MOVE "N" TO WS-LIG-EN-STOCK(WS-NB-LIGNES).
           MOVE 0 TO WS-LIG-COURANT(WS-NB-LIGNES).
           MOVE 0 TO WS-LIG-ACHATS(WS-NB-LIGNES).
           MOVE 0 TO WS-LIG-VENTES(WS-NB-LIGNES).
           MOVE 0 TO WS-LIG-AJUSTES(WS-NB-LIGNES).
           MOVE 0 TO WS-LIG-RETOURS(WS-NB-LIGNES).
       SITUE-LIGNE-FIN.
           EXIT.

      *le mouvement lu est rangé par nature : R achat, V vente, C et
      *F retours (client remis en stock, renvoi fournisseur) ; un
      *stock constaté S ajuste le stock courant et l'écart est un
      *ajustement ; Q (quarantaine) ne touche pas le stock vendable
       RANGE-MOUVEMENT.
           MOVE ARTICLE-MVT TO WS-CHERCHE-ARTICLE.
           MOVE DEPOT-MVT TO WS-CHERCHE-DEPOT.
           PERFORM SITUE-LIGNE THRU SITUE-LIGNE-FIN.
           EVALUATE TYPE-MVT
              WHEN "R"
                 ADD QTE-MVT TO WS-LIG-ACHATS(WS-LIGNE-COURANTE)
                 ADD QTE-MVT TO WS-LIG-COURANT(WS-LIGNE-COURANTE)
              WHEN "V"
                 ADD QTE-MVT TO WS-LIG-VENTES(WS-LIGNE-COURANTE)
                 SUBTRACT QTE-MVT
                 FROM WS-LIG-COURANT(WS-LIGNE-COURANTE)
              WHEN "C"
                 ADD QTE-MVT TO WS-LIG-RETOURS(WS-LIGNE-COURANTE)
                 ADD QTE-MVT TO WS-LIG-COURANT(WS-LIGNE-COURANTE)
              WHEN "F"
                 SUBTRACT QTE-MVT
                 FROM WS-LIG-RETOURS(WS-LIGNE-COURANTE)
                 SUBTRACT QTE-MVT
                 FROM WS-LIG-COURANT(WS-LIGNE-COURANTE)
              WHEN "S"
                 COMPUTE WS-LIG-AJUSTES(WS-LIGNE-COURANTE) =
                    WS-LIG-AJUSTES(WS-LIGNE-COURANTE) + QTE-MVT
                    - WS-LIG-COURANT(WS-LIGNE-COURANTE)
                 MOVE QTE-MVT TO WS-LIG-COURANT(WS-LIGNE-COURANTE)
           END-EVALUATE.
       RANGE-MOUVEMENT-FIN.
           EXIT.

      *la ligne WS-INDEX-LIGNE est valorisée au PMP de son article,
      *figée dans les clôtures si elle est encore en stock, et sa
      *variation depuis la clôture précédente est décomposée
       CLOTURE-LIGNE.
           MOVE 0 TO WS-LIG-PMP(WS-INDEX-LIGNE).
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-COUT FROM 1 BY 1
           UNTIL WS-INDEX-COUT GREATER THAN WS-NB-COUTS
              IF WS-COUT-ARTICLE(WS-INDEX-COUT) EQUAL
              WS-LIG-ARTICLE(WS-INDEX-LIGNE)
                 MOVE WS-COUT-PMP(WS-INDEX-COUT)
                 TO WS-LIG-PMP(WS-INDEX-LIGNE)
                 SET WS-EST-TROUVE TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
           AND WS-LIG-QTE-CLOT(WS-INDEX-LIGNE) GREATER THAN 0
              ADD 1 TO WS-NB-SANS-COUT
              MOVE SPACES TO LIGNE-RAPPORT-CONTENU
              STRING "SANS COUT MOYEN " WS-LIG-ARTICLE(WS-INDEX-LIGNE)
              " depot " WS-LIG-DEPOT(WS-INDEX-LIGNE)
              " -- aucune reception valorisee, stock a zero"
              INTO LIGNE-RAPPORT-CONTENU
              WRITE LIGNE-RAPPORT
           END-IF.
           COMPUTE WS-LIG-VAL-CLOT(WS-INDEX-LIGNE) ROUNDED =
              WS-LIG-QTE-CLOT(WS-INDEX-LIGNE) *
              WS-LIG-PMP(WS-INDEX-LIGNE).

           IF WS-LIG-EN-STOCK(WS-INDEX-LIGNE) EQUAL "O"
              ADD 1 TO WS-NB-CLOTUREES
              MOVE SPACES TO LIGNE-CLOTURE
              MOVE WS-DATE-JOUR TO DATE-CLOT
              MOVE WS-LIG-ARTICLE(WS-INDEX-LIGNE) TO ARTICLE-CLOT
              MOVE WS-LIG-DEPOT(WS-INDEX-LIGNE) TO DEPOT-CLOT
              MOVE WS-LIG-QTE-CLOT(WS-INDEX-LIGNE) TO QTE-CLOT
              MOVE WS-LIG-PMP(WS-INDEX-LIGNE) TO PMP-CLOT
              MOVE WS-LIG-VAL-CLOT(WS-INDEX-LIGNE) TO VALEUR-CLOT
              WRITE LIGNE-CLOTURE
           END-IF.

      *la décomposition, au PMP de clôture
           COMPUTE WS-VAR-TOTALE = WS-LIG-VAL-CLOT(WS-INDEX-LIGNE)
              - WS-LIG-VAL-PREC(WS-INDEX-LIGNE).
           COMPUTE WS-VAR-ACHATS ROUNDED =
              WS-LIG-ACHATS(WS-INDEX-LIGNE) *
              WS-LIG-PMP(WS-INDEX-LIGNE).
           COMPUTE WS-VAR-VENTES ROUNDED =
              0 - WS-LIG-VENTES(WS-INDEX-LIGNE) *
              WS-LIG-PMP(WS-INDEX-LIGNE).
           COMPUTE WS-VAR-AJUSTES ROUNDED =
              WS-LIG-AJUSTES(WS-INDEX-LIGNE) *
              WS-LIG-PMP(WS-INDEX-LIGNE).
           COMPUTE WS-VAR-RETOURS ROUNDED =
              WS-LIG-RETOURS(WS-INDEX-LIGNE) *
              WS-LIG-PMP(WS-INDEX-LIGNE).
           COMPUTE WS-VAR-COUT = WS-VAR-TOTALE - WS-VAR-ACHATS
              - WS-VAR-VENTES - WS-VAR-AJUSTES - WS-VAR-RETOURS.

           ADD WS-LIG-VAL-PREC(WS-INDEX-LIGNE) TO WS-TOT-PREC.
           ADD WS-LIG-VAL-CLOT(WS-INDEX-LIGNE) TO WS-TOT-CLOT.
           ADD WS-VAR-ACHATS TO WS-TOT-ACHATS.
           ADD WS-VAR-VENTES TO WS-TOT-VENTES.
           ADD WS-VAR-AJUSTES TO WS-TOT-AJUSTES.
           ADD WS-VAR-RETOURS TO WS-TOT-RETOURS.
           ADD WS-VAR-COUT TO WS-TOT-COUT.

           MOVE WS-LIG-VAL-PREC(WS-INDEX-LIGNE) TO WS-EDIT-1.
           MOVE WS-LIG-VAL-CLOT(WS-INDEX-LIGNE) TO WS-EDIT-2.
           MOVE WS-VAR-TOTALE TO WS-EDIT-3.
           MOVE WS-VAR-ACHATS TO WS-EDIT-4.
           MOVE WS-VAR-VENTES TO WS-EDIT-5.
           MOVE WS-VAR-AJUSTES TO WS-EDIT-6.
           MOVE WS-VAR-RETOURS TO WS-EDIT-7.
           MOVE WS-VAR-COUT TO WS-EDIT-8.
           MOVE SPACES TO LIGNE-RAPPORT-CONTENU.
           STRING WS-LIG-ARTICLE(WS-INDEX-LIGNE) " "
           WS-LIG-DEPOT(WS-INDEX-LIGNE) " "
           WS-LIG-QTE-CLOT(WS-INDEX-LIGNE) " "
           WS-EDIT-1 " " WS-EDIT-2 " " WS-EDIT-3 " "
           WS-EDIT-4 " " WS-EDIT-5 " " WS-EDIT-6 " " WS-EDIT-7
           " " WS-EDIT-8
           INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
       CLOTURE-LIGNE-FIN.
           EXIT.
