      *un attribut d'article : sa classe A, B ou C, la valeur
      *consommée qui l'a classé, son rang et la date du classement
       FD F-ATTRIBUTS.
       01 LIGNE-F-ATTRIBUTS.
           05 F-ATT-ARTICLE PIC X(10).
           05 FILLER        PIC X.
           05 F-ATT-CLASSE  PIC X.
           05 FILLER        PIC X.
           05 F-ATT-VALEUR  PIC 9(9)V99.
           05 FILLER        PIC X.
           05 F-ATT-RANG    PIC 9(4).
           05 FILLER        PIC X.
           05 F-ATT-DATE    PIC 9(8).

      *les paramètres : pourcentages de la valeur pour A, B et C
      *(ex 080 015 005), puis tous les combien de cycles de
      *comptage un article A, B ou C revient en feuille (ex 1 2 4)
       FD F-ABC-PARAMETRES.
       01 LIGNE-F-ABC-PARAMETRES.
           05 F-PAR-PCT-A   PIC 9(3).
           05 FILLER        PIC X.
           05 F-PAR-PCT-B   PIC 9(3).
           05 FILLER        PIC X.
           05 F-PAR-PCT-C   PIC 9(3).
           05 FILLER        PIC X.
           05 F-PAR-FREQ-A  PIC 9(2).
           05 FILLER        PIC X.
           05 F-PAR-FREQ-B  PIC 9(2).
           05 FILLER        PIC X.
           05 F-PAR-FREQ-C  PIC 9(2).
