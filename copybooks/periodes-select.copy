      *le calendrier des périodes comptables tenu par periodes.cbl :
      *par domaine et par mois, ouvert ou clos, complété à chaque
      *clôture ou réouverture ; et le journal des mouvements
      *tardifs, complété par chaque programme qui a dû rejeter ou
      *reporter un mouvement daté dans une période close
           SELECT F-PERIODES ASSIGN TO "periodes-comptables.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-PERIODES-STATUS.

           SELECT F-TARDIFS ASSIGN TO "mouvements-tardifs.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-TARDIFS-STATUS.
