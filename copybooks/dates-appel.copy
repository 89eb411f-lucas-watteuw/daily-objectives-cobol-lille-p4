      *l'appel du service commun des dates (programme "dates") :
      *la fonction demandée, la date de départ, la seconde date ou
      *le nombre selon la fonction, et en retour la date ou le
      *nombre calculé avec le code retour (0 correct, 1 date
      *invalide ou résultat hors calendrier, 2 fonction inconnue)
      *  PLUS-JOURS    date + nombre jours calendaires
      *  PLUS-OUVRES   date + nombre jours ouvrés (négatif : recule)
      *  OUVRE         la date si elle est ouvrée, sinon le premier
      *                jour ouvré qui suit
      *  PLUS-MOIS     date + nombre mois, le jour ramené à la fin
      *                du mois d'arrivée s'il n'y existe pas
      *  ECART         jours calendaires de la date à la date-2
      *  FIN-MOIS      le dernier jour du mois de la date
      *  AGE           années révolues de la date (naissance) à la
      *                date-2
      *un jour ouvré n'est ni un samedi, ni un dimanche, ni un jour
      *du calendrier des fériés jours-feries.dat
       01 DATES-APPEL.
           05 DATES-FONCTION       PIC X(12).
           05 DATES-DATE           PIC 9(8).
           05 DATES-DATE-2         PIC 9(8).
           05 DATES-NOMBRE         PIC S9(6).
           05 DATES-DATE-RESULTAT  PIC 9(8).
           05 DATES-NOMBRE-RESULTAT PIC S9(6).
           05 DATES-RETOUR         PIC 9.
