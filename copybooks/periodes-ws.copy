      *le calendrier des périodes chargé au début du run, un statut
      *par domaine et par mois (le dernier changement lu), et les
      *champs d'appel du contrôle : le domaine et la date du
      *mouvement ; la réponse est la date retenue, la date elle-même
      *si sa période est ouverte, sinon le jour même ou le premier
      *jour de la première période ouverte qui suit
       01 F-PERIODES-STATUS PIC X(2) VALUE SPACES.
           88 F-PERIODES-STATUS-OK VALUE "00".
       01 F-TARDIFS-STATUS PIC X(2) VALUE SPACES.
           88 F-TARDIFS-STATUS-OK VALUE "00".
       01 WS-FIN-PERIODES PIC X VALUE "C".
       01 WS-NB-PERIODES PIC 9(4) VALUE 0.
       01 WS-PERIODE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-PERIODES.
           05 WS-PER-DOMAINE PIC X(10).
           05 WS-PER-MOIS    PIC 9(6).
           05 WS-PER-STATUT  PIC X.
       01 WS-INDEX-PERIODE PIC 9(4).
       01 WS-PER-TROUVE PIC X VALUE "N".
           88 WS-PER-EST-TROUVE VALUE "O".
       01 WS-PER-DOMAINE-CHERCHE PIC X(10).
       01 WS-PER-DATE-CHERCHE PIC 9(8).
       01 WS-PER-DATE-RETENUE PIC 9(8).
       01 WS-PER-CLOS PIC X VALUE "N".
           88 WS-PER-EST-CLOS VALUE "O".
       01 WS-PER-MOIS-STATUT PIC X.
           88 WS-PER-MOIS-CLOS VALUE "C".
       01 WS-PER-MOIS-ESSAI PIC 9(6).
       01 WS-PER-MOIS-ESSAI-R REDEFINES WS-PER-MOIS-ESSAI.
           05 WS-PER-ESSAI-AAAA PIC 9(4).
           05 WS-PER-ESSAI-MM   PIC 9(2).
       01 WS-PER-NB-ESSAIS PIC 9(3).
       01 WS-PER-DATE-JOUR PIC 9(8).
      *le programme qui enregistre, l'action et la référence du
      *mouvement, repris dans le journal des tardifs
       01 WS-PER-PROGRAMME PIC X(12) VALUE SPACES.
       01 WS-PER-ACTION PIC X.
       01 WS-PER-REFERENCE PIC X(40).
       01 WS-NB-TARDIFS PIC 9(6) VALUE 0.
