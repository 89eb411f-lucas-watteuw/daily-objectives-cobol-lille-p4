      *le registre des consentements extrait de la base par
      *changesq à chaque changement : tout l'historique, par
      *personne, canal et finalité, dans l'ordre des dates ; et le
      *journal des contacts commerciaux, complété par chaque envoi
      *et contrôlé chaque mois par consentrap.cbl
           SELECT F-CONSENTEMENTS ASSIGN TO "consentements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-CONSENTEMENTS-STATUS.

           SELECT F-CONTACTS ASSIGN TO "contacts-commerciaux.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS F-CONTACTS-STATUS.
