      *la classe ABC de chaque article, écrite chaque mois par
      *abc.cbl d'après la valeur consommée sur douze mois, et les
      *paramètres de la classification : seuils des classes en %
      *de la valeur et fréquence de comptage de chaque classe
           SELECT F-ATTRIBUTS ASSIGN TO "articles-attributs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-ATTRIBUTS-STATUS.

           SELECT F-ABC-PARAMETRES ASSIGN TO "abc-parametres.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-ABC-PARAMETRES-STATUS.
