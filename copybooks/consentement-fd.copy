      *un changement de consentement : l'id individus, le nom et le
      *prénom (pour les fichiers sans id), le canal (P courrier, E
      *email, T téléphone), la finalité (M marketing, P offres des
      *partenaires), le statut (O donné, N retiré), la date d'effet
      *et la source du recueil
       FD F-CONSENTEMENTS.
       01 LIGNE-F-CONSENTEMENTS.
           05 F-CONS-ID       PIC 9(4).
           05 FILLER          PIC X.
           05 F-CONS-NOM      PIC X(20).
           05 FILLER          PIC X.
           05 F-CONS-PRENOM   PIC X(20).
           05 FILLER          PIC X.
           05 F-CONS-CANAL    PIC X.
           05 FILLER          PIC X.
           05 F-CONS-FINALITE PIC X.
           05 FILLER          PIC X.
           05 F-CONS-STATUT   PIC X.
           05 FILLER          PIC X.
           05 F-CONS-DATE     PIC 9(8).
           05 FILLER          PIC X.
           05 F-CONS-SOURCE   PIC X(10).

      *un contact commercial : la date, le programme qui l'a fait,
      *le canal et la finalité, puis la personne (id à zéro quand le
      *fichier d'origine ne le connait pas)
       FD F-CONTACTS.
       01 LIGNE-F-CONTACTS.
           05 F-CTC-DATE      PIC 9(8).
           05 FILLER          PIC X.
           05 F-CTC-PROGRAMME PIC X(12).
           05 FILLER          PIC X.
           05 F-CTC-CANAL     PIC X.
           05 FILLER          PIC X.
           05 F-CTC-FINALITE  PIC X.
           05 FILLER          PIC X.
           05 F-CTC-ID        PIC 9(4).
           05 FILLER          PIC X.
           05 F-CTC-NOM       PIC X(20).
           05 FILLER          PIC X.
           05 F-CTC-PRENOM    PIC X(20).
