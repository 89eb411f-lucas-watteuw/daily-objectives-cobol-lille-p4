       IDENTIFICATION DIVISION.
       PROGRAM-ID. abc.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *l'inventaire, pour la liste des articles et leur prix unitaire
           SELECT INVENTAIRE ASSIGN TO "inventaire.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INV-STATUS.

      *le journal des mouvements de stock commun : les sorties (V)
      *des douze derniers mois donnent la consommation de l'article
           SELECT MOUVEMENTS ASSIGN TO "journal-mouvements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOUVEMENTS-STATUS.

      *le classement détaillé, de la plus forte valeur consommée à
      *la plus faible, avec les changements de classe du mois
           SELECT RAPPORT-ABC ASSIGN TO "rapport-abc.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

           COPY "../../copybooks/abc-select.copy".

       DATA DIVISION.
       FILE SECTION.
       FD INVENTAIRE.
       01 LIGNE-INVENTAIRE.
           05 NOM-ARTICLE PIC X(10).
           05 RESTE-ARTICLE PIC 9(2).
           05 PRIX-ARTICLE PIC 9(4)V99.
           05 DEPOT-ARTICLE PIC X(3).

      *un mouvement : date, programme d'origine, type (V vendu ou
      *servi, S stock constaté, R reçu), article, dépôt et quantité
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

       FD RAPPORT-ABC.
       01 LIGNE-RAPPORT-ABC.
           05 LIGNE-RAPPORT-ABC-CONTENU PIC X(100).

           COPY "../../copybooks/abc-fd.copy".

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-INV-STATUS PIC X(2) VALUE SPACES.
           88 WS-INV-STATUS-OK VALUE "00".
       01 WS-MOUVEMENTS-STATUS PIC X(2) VALUE SPACES.
           88 WS-MOUVEMENTS-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-INVENTAIRE  PIC X VALUE "C".
       01 WS-FIN-MOUVEMENTS  PIC X VALUE "C".

      *la classification précédente et les paramètres
           COPY "../../copybooks/abc-ws.copy".

      *la date du jour et le début de la période de consommation,
      *douze mois plus tôt
       01 WS-DATE-JOUR  PIC 9(8).
       01 WS-DATE-DEBUT PIC 9(8).

      *un article par nom (le premier dépôt lu donne le prix), sa
      *consommation sur la période et sa valeur consommée
       01 WS-NB-ARTICLES PIC 9(4) VALUE 0.
       01 WS-ARTICLE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-ARTICLES.
           05 WS-NOM-ARTICLE    PIC X(10).
           05 WS-PRIX-ARTICLE   PIC 9(4)V99.
           05 WS-QTE-CONSOMMEE  PIC 9(7).
           05 WS-VALEUR-ARTICLE PIC 9(9)V99.
           05 WS-CLASSE-ARTICLE PIC X.

      *zone d'échange du tri à bulles (la plus forte valeur d'abord)
       01 WS-ARTICLE-TEMP.
           05 WS-TEMP-NOM       PIC X(10).
           05 WS-TEMP-PRIX      PIC 9(4)V99.
           05 WS-TEMP-QTE       PIC 9(7).
           05 WS-TEMP-VALEUR    PIC 9(9)V99.
           05 WS-TEMP-CLASSE    PIC X.

      *index de parcours, de recherche et de tri
       01 WS-INDEX-ARTICLE PIC 9(4).
       01 WS-INDEX-TRI     PIC 9(4).
       01 WS-INDEX-TRI2    PIC 9(4).
       01 WS-TROUVE        PIC X VALUE "N".
           88 WS-EST-TROUVE VALUE "O".

      *la valeur totale consommée, le cumul des articles mieux
      *classés et la part de ce cumul dans le total
       01 WS-TOTAL-VALEUR  PIC 9(11)V99 VALUE 0.
       01 WS-CUMUL-VALEUR  PIC 9(11)V99 VALUE 0.
       01 WS-PCT-AVANT     PIC 9(3)V99.
       01 WS-PCT-CUMUL     PIC 9(3)V99.

      *les totaux par classe
       01 WS-NB-CLASSE-A   PIC 9(4) VALUE 0.
       01 WS-NB-CLASSE-B   PIC 9(4) VALUE 0.
       01 WS-NB-CLASSE-C   PIC 9(4) VALUE 0.
       01 WS-VALEUR-CLASSE-A PIC 9(11)V99 VALUE 0.
       01 WS-VALEUR-CLASSE-B PIC 9(11)V99 VALUE 0.
       01 WS-VALEUR-CLASSE-C PIC 9(11)V99 VALUE 0.
       01 WS-PCT-CLASSE      PIC 9(3)V99.

      *compteurs du run
       01 WS-NB-SORTIES     PIC 9(6) VALUE 0.
       01 WS-NB-HORS-INV    PIC 9(6) VALUE 0.
       01 WS-NB-CHANGEMENTS PIC 9(4) VALUE 0.

      *les zones de présentation du rapport
       01 WS-ANCIENNE-CLASSE PIC X.
       01 WS-MENTION         PIC X(20).

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           COMPUTE WS-DATE-DEBUT = WS-DATE-JOUR - 10000.

      *les paramètres et la classification du mois précédent
           COPY "../../copybooks/abc-init.copy".

      *on charge les articles de l'inventaire, une fois par nom
           OPEN INPUT INVENTAIRE.
           IF NOT WS-INV-STATUS-OK
              DISPLAY "inventaire.txt absent, rien a classer"
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-INVENTAIRE EQUAL "F"
              READ INVENTAIRE
                 AT END
                    MOVE "F" TO WS-FIN-INVENTAIRE
                 NOT AT END
                    PERFORM CHERCHE-ARTICLE THRU CHERCHE-ARTICLE-FIN
                    IF NOT WS-EST-TROUVE
                       ADD 1 TO WS-NB-ARTICLES
                       MOVE NOM-ARTICLE
                       TO WS-NOM-ARTICLE(WS-NB-ARTICLES)
                       MOVE PRIX-ARTICLE
                       TO WS-PRIX-ARTICLE(WS-NB-ARTICLES)
                       MOVE 0 TO WS-QTE-CONSOMMEE(WS-NB-ARTICLES)
                       MOVE 0 TO WS-VALEUR-ARTICLE(WS-NB-ARTICLES)
                       MOVE "C" TO WS-CLASSE-ARTICLE(WS-NB-ARTICLES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INVENTAIRE.

      *on cumule les sorties des douze derniers mois par article,
      *tous dépôts confondus
           OPEN INPUT MOUVEMENTS.
           IF WS-MOUVEMENTS-STATUS-OK
              PERFORM UNTIL WS-FIN-MOUVEMENTS EQUAL "F"
                 READ MOUVEMENTS
                    AT END
                       MOVE "F" TO WS-FIN-MOUVEMENTS
                    NOT AT END
                       IF TYPE-MVT EQUAL "V"
                       AND DATE-MVT GREATER THAN WS-DATE-DEBUT
                       AND QTE-MVT IS NUMERIC
                          PERFORM CUMULE-SORTIE THRU CUMULE-SORTIE-FIN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE MOUVEMENTS
           ELSE
              DISPLAY "journal-mouvements.txt absent, tous les "
              "articles en classe C"
           END-IF.

      *la valeur consommée est valorisée au prix unitaire actuel
           PERFORM VARYING WS-INDEX-ARTICLE FROM 1 BY 1
           UNTIL WS-INDEX-ARTICLE GREATER THAN WS-NB-ARTICLES
              COMPUTE WS-VALEUR-ARTICLE(WS-INDEX-ARTICLE) =
                 WS-QTE-CONSOMMEE(WS-INDEX-ARTICLE) *
                 WS-PRIX-ARTICLE(WS-INDEX-ARTICLE)
              ADD WS-VALEUR-ARTICLE(WS-INDEX-ARTICLE)
              TO WS-TOTAL-VALEUR
           END-PERFORM.

      *on trie de la plus forte valeur consommée à la plus faible
      *(tri à bulles, comme le classement des ruptures chroniques)
           PERFORM VARYING WS-INDEX-TRI FROM 1 BY 1
           UNTIL WS-INDEX-TRI GREATER THAN WS-NB-ARTICLES
              PERFORM VARYING WS-INDEX-TRI2 FROM 1 BY 1
              UNTIL WS-INDEX-TRI2 GREATER THAN
              WS-NB-ARTICLES - WS-INDEX-TRI
                 IF WS-VALEUR-ARTICLE(WS-INDEX-TRI2) LESS THAN
                 WS-VALEUR-ARTICLE(WS-INDEX-TRI2 + 1)
                    MOVE WS-ARTICLE(WS-INDEX-TRI2) TO WS-ARTICLE-TEMP
                    MOVE WS-ARTICLE(WS-INDEX-TRI2 + 1)
                    TO WS-ARTICLE(WS-INDEX-TRI2)
                    MOVE WS-ARTICLE-TEMP
                    TO WS-ARTICLE(WS-INDEX-TRI2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      *la classe dépend de la part de la valeur déjà couverte par
      *les articles mieux classés : l'article qui franchit un seuil
      *reste dans la classe du dessus ; sans consommation, c'est C
           PERFORM VARYING WS-INDEX-ARTICLE FROM 1 BY 1
           UNTIL WS-INDEX-ARTICLE GREATER THAN WS-NB-ARTICLES
              IF WS-VALEUR-ARTICLE(WS-INDEX-ARTICLE) EQUAL 0
                 MOVE "C" TO WS-CLASSE-ARTICLE(WS-INDEX-ARTICLE)
              ELSE
                 COMPUTE WS-PCT-AVANT =
                    WS-CUMUL-VALEUR * 100 / WS-TOTAL-VALEUR
                 IF WS-PCT-AVANT LESS THAN WS-ABC-PCT-A
                    MOVE "A" TO WS-CLASSE-ARTICLE(WS-INDEX-ARTICLE)
                 ELSE
                    IF WS-PCT-AVANT LESS THAN
                    WS-ABC-PCT-A + WS-ABC-PCT-B
                       MOVE "B" TO WS-CLASSE-ARTICLE(WS-INDEX-ARTICLE)
                    ELSE
                       MOVE "C" TO WS-CLASSE-ARTICLE(WS-INDEX-ARTICLE)
                    END-IF
                 END-IF
              END-IF
              ADD WS-VALEUR-ARTICLE(WS-INDEX-ARTICLE)
              TO WS-CUMUL-VALEUR
           END-PERFORM.

      *le rapport détaillé, avec l'ancienne classe de l'article
           OPEN OUTPUT RAPPORT-ABC.
           MOVE SPACES TO LIGNE-RAPPORT-ABC-CONTENU.
           STRING "--- CLASSEMENT ABC DU " WS-DATE-JOUR
           " (consommation depuis le " WS-DATE-DEBUT ", seuils "
           WS-ABC-PCT-A "/" WS-ABC-PCT-B "/" WS-ABC-PCT-C ") ---"
           INTO LIGNE-RAPPORT-ABC-CONTENU.
           WRITE LIGNE-RAPPORT-ABC.
           MOVE 0 TO WS-CUMUL-VALEUR.
           PERFORM VARYING WS-INDEX-ARTICLE FROM 1 BY 1
           UNTIL WS-INDEX-ARTICLE GREATER THAN WS-NB-ARTICLES
              PERFORM ECRIT-RAPPORT THRU ECRIT-RAPPORT-FIN
           END-PERFORM.

      *la nouvelle classification remplace l'ancienne
           OPEN OUTPUT F-ATTRIBUTS.
           PERFORM VARYING WS-INDEX-ARTICLE FROM 1 BY 1
           UNTIL WS-INDEX-ARTICLE GREATER THAN WS-NB-ARTICLES
              MOVE SPACES TO LIGNE-F-ATTRIBUTS
              MOVE WS-NOM-ARTICLE(WS-INDEX-ARTICLE) TO F-ATT-ARTICLE
              MOVE WS-CLASSE-ARTICLE(WS-INDEX-ARTICLE) TO F-ATT-CLASSE
              MOVE WS-VALEUR-ARTICLE(WS-INDEX-ARTICLE) TO F-ATT-VALEUR
              MOVE WS-INDEX-ARTICLE TO F-ATT-RANG
              MOVE WS-DATE-JOUR TO F-ATT-DATE
              WRITE LIGNE-F-ATTRIBUTS
           END-PERFORM.
           CLOSE F-ATTRIBUTS.

      *le récapitulatif par classe
           MOVE SPACES TO LIGNE-RAPPORT-ABC-CONTENU.
           STRING "--- valeur totale consommee "
           WS-TOTAL-VALEUR(1:11) "," WS-TOTAL-VALEUR(12:2) " ---"
           INTO LIGNE-RAPPORT-ABC-CONTENU.
           WRITE LIGNE-RAPPORT-ABC.
           MOVE "A" TO WS-ANCIENNE-CLASSE.
           PERFORM ECRIT-RECAP-CLASSE THRU ECRIT-RECAP-CLASSE-FIN.
           MOVE "B" TO WS-ANCIENNE-CLASSE.
           PERFORM ECRIT-RECAP-CLASSE THRU ECRIT-RECAP-CLASSE-FIN.
           MOVE "C" TO WS-ANCIENNE-CLASSE.
           PERFORM ECRIT-RECAP-CLASSE THRU ECRIT-RECAP-CLASSE-FIN.
           MOVE SPACES TO LIGNE-RAPPORT-ABC-CONTENU.
           STRING "--- " WS-NB-SORTIES " sortie(s) retenue(s), "
           WS-NB-HORS-INV " hors inventaire, " WS-NB-CHANGEMENTS
           " changement(s) de classe ---"
           INTO LIGNE-RAPPORT-ABC-CONTENU.
           WRITE LIGNE-RAPPORT-ABC.
           CLOSE RAPPORT-ABC.

           DISPLAY "Fin du traitement - " WS-NB-ARTICLES
           " article(s) classe(s) : " WS-NB-CLASSE-A " A, "
           WS-NB-CLASSE-B " B, " WS-NB-CLASSE-C " C".

           STOP RUN.

      *on cherche l'article lu dans l'inventaire parmi ceux déjà
      *chargés (un article peut être stocké dans plusieurs dépôts)
       CHERCHE-ARTICLE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-ARTICLE FROM 1 BY 1
           UNTIL WS-INDEX-ARTICLE GREATER THAN WS-NB-ARTICLES
           OR WS-EST-TROUVE
              IF WS-NOM-ARTICLE(WS-INDEX-ARTICLE) EQUAL NOM-ARTICLE
                 SET WS-EST-TROUVE TO TRUE
              END-IF
           END-PERFORM.
       CHERCHE-ARTICLE-FIN.
           EXIT.

      *la sortie lue rejoint la consommation de son article ; une
      *sortie d'un article qui n'est plus en inventaire est comptée
      *à part
       CUMULE-SORTIE.
           ADD 1 TO WS-NB-SORTIES.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-ARTICLE FROM 1 BY 1
           UNTIL WS-INDEX-ARTICLE GREATER THAN WS-NB-ARTICLES
           OR WS-EST-TROUVE
              IF WS-NOM-ARTICLE(WS-INDEX-ARTICLE) EQUAL ARTICLE-MVT
                 SET WS-EST-TROUVE TO TRUE
                 ADD QTE-MVT TO WS-QTE-CONSOMMEE(WS-INDEX-ARTICLE)
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              ADD 1 TO WS-NB-HORS-INV
           END-IF.
       CUMULE-SORTIE-FIN.
           EXIT.

      *une ligne du rapport : rang, article, consommation, valeur,
      *part cumulée, classe, et le changement par rapport au
      *classement précédent
       ECRIT-RAPPORT.
           ADD WS-VALEUR-ARTICLE(WS-INDEX-ARTICLE) TO WS-CUMUL-VALEUR.
           IF WS-TOTAL-VALEUR GREATER THAN 0
              COMPUTE WS-PCT-CUMUL =
                 WS-CUMUL-VALEUR * 100 / WS-TOTAL-VALEUR
           ELSE
              MOVE 0 TO WS-PCT-CUMUL
           END-IF.
           EVALUATE WS-CLASSE-ARTICLE(WS-INDEX-ARTICLE)
              WHEN "A"
                 ADD 1 TO WS-NB-CLASSE-A
                 ADD WS-VALEUR-ARTICLE(WS-INDEX-ARTICLE)
                 TO WS-VALEUR-CLASSE-A
              WHEN "B"
                 ADD 1 TO WS-NB-CLASSE-B
                 ADD WS-VALEUR-ARTICLE(WS-INDEX-ARTICLE)
                 TO WS-VALEUR-CLASSE-B
              WHEN OTHER
                 ADD 1 TO WS-NB-CLASSE-C
                 ADD WS-VALEUR-ARTICLE(WS-INDEX-ARTICLE)
                 TO WS-VALEUR-CLASSE-C
           END-EVALUATE.

           MOVE WS-NOM-ARTICLE(WS-INDEX-ARTICLE)
           TO WS-ATT-ARTICLE-CHERCHE.
           PERFORM CHERCHE-CLASSE-ABC THRU CHERCHE-CLASSE-ABC-FIN.
           MOVE WS-ATT-CLASSE-TROUVEE TO WS-ANCIENNE-CLASSE.
           IF WS-ANCIENNE-CLASSE EQUAL SPACE
              MOVE " (nouveau)" TO WS-MENTION
           ELSE
              IF WS-ANCIENNE-CLASSE EQUAL
              WS-CLASSE-ARTICLE(WS-INDEX-ARTICLE)
                 MOVE SPACES TO WS-MENTION
              ELSE
                 ADD 1 TO WS-NB-CHANGEMENTS
                 MOVE SPACES TO WS-MENTION
                 STRING " (etait " WS-ANCIENNE-CLASSE ")"
                 DELIMITED BY SIZE INTO WS-MENTION
              END-IF
           END-IF.

           MOVE SPACES TO LIGNE-RAPPORT-ABC-CONTENU.
           STRING WS-INDEX-ARTICLE " " WS-NOM-ARTICLE(WS-INDEX-ARTICLE)
           " classe " WS-CLASSE-ARTICLE(WS-INDEX-ARTICLE)
           " consomme " WS-QTE-CONSOMMEE(WS-INDEX-ARTICLE)
           " valeur " WS-VALEUR-ARTICLE(WS-INDEX-ARTICLE)(1:9) ","
           WS-VALEUR-ARTICLE(WS-INDEX-ARTICLE)(10:2)
           " cumul " WS-PCT-CUMUL(1:3) "," WS-PCT-CUMUL(4:2) "%"
           WS-MENTION
           INTO LIGNE-RAPPORT-ABC-CONTENU.
           WRITE LIGNE-RAPPORT-ABC.
       ECRIT-RAPPORT-FIN.
           EXIT.

      *le récapitulatif de la classe WS-ANCIENNE-CLASSE : nombre
      *d'articles et part de la valeur consommée
       ECRIT-RECAP-CLASSE.
           MOVE 0 TO WS-PCT-CLASSE.
           MOVE SPACES TO LIGNE-RAPPORT-ABC-CONTENU.
           EVALUATE WS-ANCIENNE-CLASSE
              WHEN "A"
                 IF WS-TOTAL-VALEUR GREATER THAN 0
                    COMPUTE WS-PCT-CLASSE =
                       WS-VALEUR-CLASSE-A * 100 / WS-TOTAL-VALEUR
                 END-IF
                 STRING "classe A : " WS-NB-CLASSE-A " article(s), "
                 WS-PCT-CLASSE(1:3) "," WS-PCT-CLASSE(4:2)
                 "% de la valeur, compte tous les " WS-ABC-FREQ-A
                 " cycle(s)"
                 INTO LIGNE-RAPPORT-ABC-CONTENU
              WHEN "B"
                 IF WS-TOTAL-VALEUR GREATER THAN 0
                    COMPUTE WS-PCT-CLASSE =
                       WS-VALEUR-CLASSE-B * 100 / WS-TOTAL-VALEUR
                 END-IF
                 STRING "classe B : " WS-NB-CLASSE-B " article(s), "
                 WS-PCT-CLASSE(1:3) "," WS-PCT-CLASSE(4:2)
                 "% de la valeur, compte tous les " WS-ABC-FREQ-B
                 " cycle(s)"
                 INTO LIGNE-RAPPORT-ABC-CONTENU
              WHEN OTHER
                 IF WS-TOTAL-VALEUR GREATER THAN 0
                    COMPUTE WS-PCT-CLASSE =
                       WS-VALEUR-CLASSE-C * 100 / WS-TOTAL-VALEUR
                 END-IF
                 STRING "classe C : " WS-NB-CLASSE-C " article(s), "
                 WS-PCT-CLASSE(1:3) "," WS-PCT-CLASSE(4:2)
                 "% de la valeur, compte tous les " WS-ABC-FREQ-C
                 " cycle(s)"
                 INTO LIGNE-RAPPORT-ABC-CONTENU
           END-EVALUATE.
           WRITE LIGNE-RAPPORT-ABC.
       ECRIT-RECAP-CLASSE-FIN.
           EXIT.

           COPY "../../copybooks/abc-cherche.copy".
