      *les classes ABC chargées au début du run et les paramètres
      *retenus (80/15/5 et comptage 1/2/4 par défaut), avec les
      *champs d'appel de la recherche : l'article demandé et sa
      *classe, à blanc pour un article pas encore classé
       01 F-ATTRIBUTS-STATUS PIC X(2) VALUE SPACES.
           88 F-ATTRIBUTS-STATUS-OK VALUE "00".
       01 F-ABC-PARAMETRES-STATUS PIC X(2) VALUE SPACES.
           88 F-ABC-PARAMETRES-STATUS-OK VALUE "00".
       01 WS-FIN-ATTRIBUTS PIC X VALUE "C".
       01 WS-ABC-PCT-A  PIC 9(3) VALUE 80.
       01 WS-ABC-PCT-B  PIC 9(3) VALUE 15.
       01 WS-ABC-PCT-C  PIC 9(3) VALUE 5.
       01 WS-ABC-FREQ-A PIC 9(2) VALUE 1.
       01 WS-ABC-FREQ-B PIC 9(2) VALUE 2.
       01 WS-ABC-FREQ-C PIC 9(2) VALUE 4.
       01 WS-NB-ATTRIBUTS PIC 9(4) VALUE 0.
       01 WS-ATTRIBUT OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-ATTRIBUTS.
           05 WS-ATT-ARTICLE PIC X(10).
           05 WS-ATT-CLASSE  PIC X.
       01 WS-INDEX-ATTRIBUT PIC 9(4).
       01 WS-ATT-ARTICLE-CHERCHE PIC X(10).
       01 WS-ATT-CLASSE-TROUVEE  PIC X.
