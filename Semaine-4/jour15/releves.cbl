       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les clients, pour l'en-tête de chaque relevé
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMMANDE-STATUS.

      *les paiements reçus des clients : client, date, montant et
      *la facture réglée quand elle est indiquée
           SELECT PAIEMENTS ASSIGN TO "paiements-clients.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PAIEMENTS-STATUS.

      *les avoirs émis par avoirs.cbl, qui diminuent le solde du
      *client comme un paiement
           SELECT REGISTRE-AVOIRS ASSIGN TO "registre-avoirs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AVOIRS-STATUS.

      *un relevé par client : ses commandes et ses paiements dans
      *l'ordre chronologique avec le solde courant, comme
      *facturation.cbl le fait côté assurance
           05 DATE-PAIEMENT   PIC 9(8).
           05 FILLER          PIC X.
           05 MONTANT-PAIEMENT PIC 9(6)V99.
           05 FILLER          PIC X.
           05 REF-FACTURE-PAIE PIC X(6).

       FD REGISTRE-AVOIRS.
       01 LIGNE-AVOIR.
           05 NUM-AVOIR-AV   PIC 9(6).
           05 FILLER         PIC X.
           05 NUM-FACTURE-AV PIC 9(6).
           05 FILLER         PIC X.
           05 NUM-CLIENT-AV  PIC 9(2).
           05 FILLER         PIC X.
           05 DATE-AVOIR-AV  PIC 9(8).
           05 FILLER         PIC X.
           05 MONTANT-AV     PIC 9(6)V99.
           05 FILLER         PIC X.
           05 MOTIF-AV       PIC X(30).

       FD RELEVES-CLIENTS.
       01 LIGNE-RELEVE PIC X(100).
           88 WS-COMMANDE-STATUS-OK VALUE "00".
       01 WS-PAIEMENTS-STATUS PIC X(2) VALUE SPACES.
           88 WS-PAIEMENTS-STATUS-OK VALUE "00".
       01 WS-AVOIRS-STATUS PIC X(2) VALUE SPACES.
           88 WS-AVOIRS-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-CLIENTS PIC X VALUE "C".
       01 WS-FIN-COMMANDES PIC X VALUE "C".
       01 WS-FIN-PAIEMENTS PIC X VALUE "C".
       01 WS-FIN-AVOIRS PIC X VALUE "C".

      *les clients chargés en mémoire
       01 WS-NB-CLIENTS PIC 9(4) VALUE 0.
           05 WS-CLIENT-NOM    PIC X(14).
           05 WS-CLIENT-PRENOM PIC X(11).

      *les mouvements fusionnés : commandes (C), paiements (P) et
      *avoirs (A),
      *triés par client puis par date pour dérouler le solde
       01 WS-NB-MOUVEMENTS PIC 9(5) VALUE 0.
       01 WS-MOUVEMENT OCCURS 1 TO 99999 TIMES
           05 WS-MVT-TYPE    PIC X.
           05 WS-MVT-MONTANT PIC 9(6)V99.
           05 WS-MVT-REF     PIC X(10).
           05 WS-MVT-FACTURE PIC 9(6).

      *index de parcours
       01 WS-INDEX-CLIENT PIC 9(4).
              "releves sans paiement"
           END-IF.

      *les avoirs rejoignent les mouvements comme des crédits
           OPEN INPUT REGISTRE-AVOIRS.
           IF WS-AVOIRS-STATUS-OK
              PERFORM UNTIL WS-FIN-AVOIRS EQUAL "F"
                 READ REGISTRE-AVOIRS
                    AT END
                       MOVE "F" TO WS-FIN-AVOIRS
                    NOT AT END
                       ADD 1 TO WS-NB-MOUVEMENTS
                       MOVE NUM-CLIENT-AV
                       TO WS-MVT-CLIENT(WS-NB-MOUVEMENTS)
                       MOVE DATE-AVOIR-AV
                       TO WS-MVT-DATE(WS-NB-MOUVEMENTS)
                       MOVE "A" TO WS-MVT-TYPE(WS-NB-MOUVEMENTS)
                       MOVE MONTANT-AV
                       TO WS-MVT-MONTANT(WS-NB-MOUVEMENTS)
                       MOVE NUM-AVOIR-AV
                       TO WS-MVT-REF(WS-NB-MOUVEMENTS)
                       MOVE NUM-FACTURE-AV
                       TO WS-MVT-FACTURE(WS-NB-MOUVEMENTS)
                 END-READ
              END-PERFORM
              CLOSE REGISTRE-AVOIRS
           END-IF.

      *les mouvements sont triés par client puis par date
           SORT WS-MOUVEMENT ON ASCENDING WS-MVT-CLIENT,
           ASCENDING WS-MVT-DATE.
                    " + " FUNCTION TRIM(WS-MONTANT-EDIT)
                    " solde " FUNCTION TRIM(WS-SOLDE-EDIT)
                    INTO LIGNE-RELEVE
                 END-IF
                 IF WS-MVT-TYPE(WS-INDEX-MVT) EQUAL "A"
                    SUBTRACT WS-MVT-MONTANT(WS-INDEX-MVT)
                    FROM WS-SOLDE
                    MOVE WS-SOLDE TO WS-SOLDE-EDIT
                    MOVE SPACES TO LIGNE-RELEVE
                    STRING WS-MVT-DATE(WS-INDEX-MVT)
                    " avoir " FUNCTION TRIM(WS-MVT-REF(WS-INDEX-MVT))
                    " sur facture " WS-MVT-FACTURE(WS-INDEX-MVT)
                    " - " FUNCTION TRIM(WS-MONTANT-EDIT)
                    " solde " FUNCTION TRIM(WS-SOLDE-EDIT)
                    INTO LIGNE-RELEVE
                 END-IF
                 IF WS-MVT-TYPE(WS-INDEX-MVT) EQUAL "P"
                    SUBTRACT WS-MVT-MONTANT(WS-INDEX-MVT)
                    FROM WS-SOLDE
                    MOVE WS-SOLDE TO WS-SOLDE-EDIT
