      *un mouvement du registre : sa date d'effet, son type (E
      *entrée, C changement de classe, D départ), l'éléve avec la
      *même clé nom/prénom qu'input.dat, la classe d'arrivée (à
      *blanc pour un départ), le motif et l'opérateur
       FD F-REGISTRE.
       01 LIGNE-F-REGISTRE.
           05 MV-DATE        PIC 9(8).
           05 FILLER         PIC X.
           05 MV-TYPE        PIC X.
           05 FILLER         PIC X.
           05 MV-LASTNAME    PIC X(7).
           05 FILLER         PIC X.
           05 MV-FIRSTNAME   PIC X(6).
           05 FILLER         PIC X.
           05 MV-AGE         PIC 9(2).
           05 FILLER         PIC X.
           05 MV-CLASS       PIC X(5).
           05 FILLER         PIC X.
           05 MV-MOTIF       PIC X(40).
           05 FILLER         PIC X.
           05 MV-OPERATEUR   PIC X(10).

      *un trimestre du calendrier : son année scolaire, son libellé
      *tel que saisi dans student.cbl et ses dates de début et de
      *fin (AAAAMMJJ) ; le calendrier peut garder les années passées
       FD F-CALENDRIER.
       01 LIGNE-F-CALENDRIER.
           05 CAL-ANNEE      PIC X(9).
           05 FILLER         PIC X.
           05 CAL-TERME      PIC X(10).
           05 FILLER         PIC X.
           05 CAL-DEBUT      PIC 9(8).
           05 FILLER         PIC X.
           05 CAL-FIN        PIC 9(8).
