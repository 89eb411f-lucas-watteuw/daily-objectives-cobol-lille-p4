           SELECT CHRONIQUES ASSIGN TO "rapport-chroniques.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *la classe ABC des articles : le classement présente d'abord
      *les articles A, dont les ruptures coûtent le plus
           COPY "../../copybooks/abc-select.copy".

       DATA DIVISION.
       FILE SECTION.
       FD HISTO-RUPTURES.
       01 LIGNE-CHRONIQUE.
           05 LIGNE-CHRONIQUE-CONTENU PIC X(100).

           COPY "../../copybooks/abc-fd.copy".

       WORKING-STORAGE SECTION.

      *le statut de l'historique, qui peut ne pas exister encore
           05 WS-STAT-SERIE    PIC 9(4) VALUE 0.
           05 WS-STAT-SOMME    PIC 9(6) VALUE 0.
           05 WS-STAT-MOYENNE  PIC 99V99 VALUE 0.
           05 WS-STAT-CLASSE   PIC X.
           05 WS-STAT-ORDRE    PIC 9.

      *index de parcours, de recherche et de tri
       01 WS-INDEX-LIGNE   PIC 9(4).
       01 WS-SERIE-COURANTE PIC 9(4).
       01 WS-PRESENT        PIC X.

      *zone d'échange du tri à bulles (classe A d'abord, puis le
      *pire en premier dans chaque classe)
       01 WS-STAT-TEMP.
           05 WS-TEMP-ARTICLE  PIC X(10).
           05 WS-TEMP-ALERTES  PIC 9(4).
           05 WS-TEMP-SERIE    PIC 9(4).
           05 WS-TEMP-SOMME    PIC 9(6).
           05 WS-TEMP-MOYENNE  PIC 99V99.
           05 WS-TEMP-CLASSE   PIC X.
           05 WS-TEMP-ORDRE    PIC 9.

      *les classes ABC des articles
           COPY "../../copybooks/abc-ws.copy".

       PROCEDURE DIVISION.

              END-IF
           END-PERFORM.

      *la classe ABC de chaque article ; un article pas encore
      *classé passe après les C
           COPY "../../copybooks/abc-init.copy".
           PERFORM VARYING WS-INDEX-STAT FROM 1 BY 1
           UNTIL WS-INDEX-STAT GREATER THAN WS-NB-ARTICLES
              MOVE WS-STAT-ARTICLE(WS-INDEX-STAT)
              TO WS-ATT-ARTICLE-CHERCHE
              PERFORM CHERCHE-CLASSE-ABC THRU CHERCHE-CLASSE-ABC-FIN
              EVALUATE WS-ATT-CLASSE-TROUVEE
                 WHEN "A"
                    MOVE "A" TO WS-STAT-CLASSE(WS-INDEX-STAT)
                    MOVE 1 TO WS-STAT-ORDRE(WS-INDEX-STAT)
                 WHEN "B"
                    MOVE "B" TO WS-STAT-CLASSE(WS-INDEX-STAT)
                    MOVE 2 TO WS-STAT-ORDRE(WS-INDEX-STAT)
                 WHEN "C"
                    MOVE "C" TO WS-STAT-CLASSE(WS-INDEX-STAT)
                    MOVE 3 TO WS-STAT-ORDRE(WS-INDEX-STAT)
                 WHEN OTHER
                    MOVE "-" TO WS-STAT-CLASSE(WS-INDEX-STAT)
                    MOVE 4 TO WS-STAT-ORDRE(WS-INDEX-STAT)
              END-EVALUATE
           END-PERFORM.

      *on trie par classe ABC puis, dans chaque classe, du pire au
      *moins mauvais (tri à bulles, le nombre d'articles est petit),
      *le pire étant le plus souvent alerté
           PERFORM VARYING WS-INDEX-TRI FROM 1 BY 1
           UNTIL WS-INDEX-TRI GREATER THAN WS-NB-ARTICLES
              PERFORM VARYING WS-INDEX-TRI2 FROM 1 BY 1
              UNTIL WS-INDEX-TRI2 GREATER THAN
              WS-NB-ARTICLES - WS-INDEX-TRI
                 IF WS-STAT-ORDRE(WS-INDEX-TRI2) GREATER THAN
                 WS-STAT-ORDRE(WS-INDEX-TRI2 + 1)
                 OR (WS-STAT-ORDRE(WS-INDEX-TRI2) EQUAL
                 WS-STAT-ORDRE(WS-INDEX-TRI2 + 1)
                 AND WS-STAT-ALERTES(WS-INDEX-TRI2) LESS THAN
                 WS-STAT-ALERTES(WS-INDEX-TRI2 + 1))
                    MOVE WS-STAT(WS-INDEX-TRI2) TO WS-STAT-TEMP
                    MOVE WS-STAT(WS-INDEX-TRI2 + 1)
                    TO WS-STAT(WS-INDEX-TRI2)
              IF WS-STAT-ALERTES(WS-INDEX-STAT) GREATER THAN 0
                 MOVE SPACES TO LIGNE-CHRONIQUE-CONTENU
                 STRING WS-STAT-ARTICLE(WS-INDEX-STAT)
                 " classe " WS-STAT-CLASSE(WS-INDEX-STAT)
                 " alertes " WS-STAT-ALERTES(WS-INDEX-STAT)
                 " serie max " WS-STAT-SERIE(WS-INDEX-STAT)
                 " stock moyen "
           END-PERFORM.
       CALCULE-SERIE-FIN.
           EXIT.

           COPY "../../copybooks/abc-cherche.copy".
