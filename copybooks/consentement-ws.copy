      *le registre des consentements chargé au début du run, et les
      *champs d'appel de la recherche : la personne (par id, ou par
      *nom et prénom quand l'id est à zéro), le canal, la finalité
      *et la date à laquelle le consentement doit être valide ; la
      *réponse est O seulement si le dernier changement connu à
      *cette date est un consentement donné
       01 F-CONSENTEMENTS-STATUS PIC X(2) VALUE SPACES.
           88 F-CONSENTEMENTS-STATUS-OK VALUE "00".
       01 F-CONTACTS-STATUS PIC X(2) VALUE SPACES.
           88 F-CONTACTS-STATUS-OK VALUE "00".
       01 WS-FIN-CONSENTEMENTS PIC X VALUE "C".
       01 WS-NB-CONSENTEMENTS PIC 9(5) VALUE 0.
       01 WS-CONSENTEMENT OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-CONSENTEMENTS.
           05 WS-CONS-ID       PIC 9(4).
           05 WS-CONS-NOM      PIC X(20).
           05 WS-CONS-PRENOM   PIC X(20).
           05 WS-CONS-CANAL    PIC X.
           05 WS-CONS-FINALITE PIC X.
           05 WS-CONS-STATUT   PIC X.
           05 WS-CONS-DATE     PIC 9(8).
       01 WS-INDEX-CONSENTEMENT PIC 9(5).
       01 WS-CONS-ID-CHERCHE       PIC 9(4).
       01 WS-CONS-NOM-CHERCHE      PIC X(20).
       01 WS-CONS-PRENOM-CHERCHE   PIC X(20).
       01 WS-CONS-CANAL-CHERCHE    PIC X.
       01 WS-CONS-FINALITE-CHERCHE PIC X.
       01 WS-CONS-DATE-CHERCHE     PIC 9(8).
       01 WS-CONS-VALIDE PIC X VALUE "N".
           88 WS-CONS-EST-VALIDE VALUE "O".
      *le programme qui contacte, repris dans le journal des contacts
       01 WS-CONS-PROGRAMME PIC X(12) VALUE SPACES.
