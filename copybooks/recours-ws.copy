      *les recours chargés au début du run, dans l'ordre du fichier
      *(celui des numéros)
       01 F-RECOURS-STATUS PIC X(2) VALUE SPACES.
           88 F-RECOURS-STATUS-OK VALUE "00".
       01 WS-FIN-RECOURS PIC X VALUE "C".
       01 WS-NB-RECOURS PIC 9(4) VALUE 0.
       01 WS-RECOURS OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-RECOURS.
           05 WS-RC-NUMERO            PIC 9(5).
           05 WS-RC-TERME             PIC X(10).
           05 WS-RC-LASTNAME          PIC X(7).
           05 WS-RC-FIRSTNAME         PIC X(6).
           05 WS-RC-CLASS             PIC X(5).
           05 WS-RC-LABEL             PIC X(21).
           05 WS-RC-NOTE-ORIGINE      PIC 9(2).
           05 WS-RC-NOTE-DEMANDEE     PIC 9(2).
           05 WS-RC-MOTIF             PIC X(40).
           05 WS-RC-DEPOT-DATE        PIC 9(8).
           05 WS-RC-DEPOT-OPERATEUR   PIC X(10).
           05 WS-RC-DECISION          PIC X.
               88 WS-RC-EN-ATTENTE    VALUE "E".
               88 WS-RC-ACCEPTE       VALUE "A".
               88 WS-RC-REFUSE        VALUE "R".
           05 WS-RC-NOTE-ACCORDEE     PIC 9(2).
           05 WS-RC-DECIDEUR          PIC X(30).
           05 WS-RC-DECISION-OPERATEUR PIC X(10).
           05 WS-RC-DECISION-DATE     PIC 9(8).
           05 WS-RC-APPLICATION-DATE  PIC 9(8).
           05 WS-RC-MOYENNE-AVANT     PIC 999V99.
           05 WS-RC-MOYENNE-APRES     PIC 999V99.
           05 WS-RC-RANG-AVANT        PIC 9(3).
           05 WS-RC-RANG-APRES        PIC 9(3).
           05 WS-RC-APPREC-AVANT      PIC X(9).
           05 WS-RC-APPREC-APRES      PIC X(9).
           05 WS-RC-HONNEUR-AVANT     PIC X.
           05 WS-RC-HONNEUR-APRES     PIC X.
       01 WS-INDEX-RECOURS PIC 9(4).
       01 WS-RC-NUMERO-MAX PIC 9(5) VALUE 0.
