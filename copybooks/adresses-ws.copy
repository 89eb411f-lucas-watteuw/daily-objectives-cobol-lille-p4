      *les adresses des contrats chargées au début du run, et la
      *recherche d'un contrat : WS-ADRC-POSITION donne sa ligne
      *quand il est trouvé
       01 F-EVT-ADRESSE-STATUS PIC X(2) VALUE SPACES.
           88 F-EVT-ADRESSE-STATUS-OK VALUE "00".
       01 F-ADR-CONTRATS-STATUS PIC X(2) VALUE SPACES.
           88 F-ADR-CONTRATS-STATUS-OK VALUE "00".
       01 F-RECALCULS-STATUS PIC X(2) VALUE SPACES.
           88 F-RECALCULS-STATUS-OK VALUE "00".
       01 WS-FIN-ADR-CONTRATS PIC X VALUE "C".
       01 WS-NB-ADR-CONTRATS PIC 9(4) VALUE 0.
       01 WS-ADR-CONTRAT OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-ADR-CONTRATS.
           05 WS-ADRC-CONTRAT PIC 9(8).
           05 WS-ADRC-CLIENT  PIC 9(4).
           05 WS-ADRC-RUE     PIC X(50).
           05 WS-ADRC-CP      PIC X(5).
           05 WS-ADRC-VILLE   PIC X(30).
           05 WS-ADRC-DATE    PIC 9(8).
       01 WS-INDEX-ADR-CONTRAT PIC 9(4).
       01 WS-ADRC-CONTRAT-CHERCHE PIC 9(8).
       01 WS-ADRC-POSITION PIC 9(4).
       01 WS-ADRC-TROUVE PIC X VALUE "N".
           88 WS-ADRC-EST-TROUVE VALUE "O".
