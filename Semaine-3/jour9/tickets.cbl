       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les tickets de caisse de la semaine : date, code client,
      *produit, quantité et caisse (01 si absente), une ligne par
      *achat
           SELECT TICKETS ASSIGN TO "tickets.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TICKETS-STATUS.
           SELECT BONS ASSIGN TO "bons-fidelite.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le bon est une offre commerciale : il ne part qu'au client
      *qui a consenti au courrier marketing, et chaque bon parti est
      *noté au journal des contacts
           COPY "../../copybooks/consentement-select.copy".

      *les reliquats : la part de la demande que le stock n'a pas
      *pu servir, conservée de run en run jusqu'à la livraison qui
      *permettra de rappeler le client
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RELIQUATS-STATUS.

      *les clôtures de caisse faites par zcaisse.cbl : un ticket
      *n'est traité que si sa caisse a été clôturée ce jour-là
           SELECT CLOTURES ASSIGN TO "clotures-caisse.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLOTURES-STATUS.

      *le calendrier des périodes comptables : un ticket daté dans
      *un mois de commerce clos est compté dans la période ouverte
           COPY "../../copybooks/periodes-select.copy".

       DATA DIVISION.
       FILE SECTION.
       FD TICKETS.
           05 PRODUIT-TICKET PIC X(20).
           05 FILLER         PIC X.
           05 QTE-TICKET     PIC 9(3).
           05 FILLER         PIC X.
           05 CAISSE-TICKET  PIC X(2).

       FD CLIENT.
       01 LIGNE-CLIENT.
       01 LIGNE-BON.
           05 LIGNE-BON-CONTENU PIC X(80).

       COPY "../../copybooks/consentement-fd.copy".

      *d'une clôture, seuls le jour et la caisse servent ici
       FD CLOTURES.
       01 LIGNE-CLOTURE.
           05 DATE-CLO   PIC 9(8).
           05 FILLER     PIC X.
           05 CAISSE-CLO PIC 9(2).
           05 FILLER     PIC X(46).

      *un reliquat : date de la demande, client, produit et
      *quantité restée non servie
       FD RELIQUATS.
           05 FILLER           PIC X.
           05 QTE-RELIQUAT     PIC 9(3).

       COPY "../../copybooks/periodes-fd.copy".

       WORKING-STORAGE SECTION.

      *statuts des fichiers
           88 WS-POINTS-STATUS-OK VALUE "00".
       01 WS-RELIQUATS-STATUS PIC X(2) VALUE SPACES.
           88 WS-RELIQUATS-STATUS-OK VALUE "00".
       01 WS-CLOTURES-STATUS PIC X(2) VALUE SPACES.
           88 WS-CLOTURES-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-TICKETS PIC X VALUE "C".
       01 WS-FIN-CLIENTS PIC X VALUE "C".
       01 WS-FIN-PRODUITS PIC X VALUE "C".
       01 WS-FIN-POINTS PIC X VALUE "C".
       01 WS-FIN-CLOTURES PIC X VALUE "C".

      *les caisses clôturées, par jour
       01 WS-NB-CLOTURES PIC 9(5) VALUE 0.
       01 WS-CLOTURE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-CLOTURES.
           05 WS-CLO-DATE   PIC 9(8).
           05 WS-CLO-CAISSE PIC 9(2).
       01 WS-INDEX-CLOTURE PIC 9(5).
       01 WS-CAISSE PIC 9(2).
       01 WS-NB-OUVERTS PIC 9(6) VALUE 0.

      *les clients chargés en mémoire
       01 WS-NB-CLIENTS PIC 9(4) VALUE 0.
       01 WS-NB-TICKETS PIC 9(6) VALUE 0.
       01 WS-NB-INCONNUS PIC 9(6) VALUE 0.
       01 WS-NB-BONS PIC 9(4) VALUE 0.
      *les clients au seuil dont le bon est retenu faute de
      *consentement : leurs points restent acquis
       01 WS-NB-BONS-RETENUS PIC 9(4) VALUE 0.

       COPY "../../copybooks/consentement-ws.copy".

       COPY "../../copybooks/periodes-ws.copy".

       PROCEDURE DIVISION.

              DISPLAY "tickets.txt absent, rien a traiter"
              STOP RUN
           END-IF.

      *un jour de caisse se clôture avant que ses tickets soient
      *traités : un seul ticket d'une caisse encore ouverte et le
      *run est refusé
           OPEN INPUT CLOTURES.
           IF WS-CLOTURES-STATUS-OK
              PERFORM UNTIL WS-FIN-CLOTURES EQUAL "F"
                 READ CLOTURES
                    AT END
                       MOVE "F" TO WS-FIN-CLOTURES
                    NOT AT END
                       ADD 1 TO WS-NB-CLOTURES
                       MOVE DATE-CLO TO WS-CLO-DATE(WS-NB-CLOTURES)
                       MOVE CAISSE-CLO TO WS-CLO-CAISSE(WS-NB-CLOTURES)
                 END-READ
              END-PERFORM
              CLOSE CLOTURES
           END-IF.
           PERFORM UNTIL WS-FIN-TICKETS EQUAL "F"
              READ TICKETS
                 AT END
                    MOVE "F" TO WS-FIN-TICKETS
                 NOT AT END
                    PERFORM CONTROLE-CLOTURE THRU CONTROLE-CLOTURE-FIN
              END-READ
           END-PERFORM.
           CLOSE TICKETS.
           IF WS-NB-OUVERTS GREATER THAN 0
              DISPLAY WS-NB-OUVERTS " ticket(s) de caisse non "
              "cloturee, lancer zcaisse avant tickets, run refuse"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE "C" TO WS-FIN-TICKETS.
           OPEN INPUT TICKETS.

           COPY "../../copybooks/periodes-init.copy".
           MOVE "COMMERCE" TO WS-PER-DOMAINE-CHERCHE.
           MOVE "tickets" TO WS-PER-PROGRAMME.
           PERFORM OUVRE-TARDIFS THRU OUVRE-TARDIFS-FIN.

      *les reliquats sont poursuivis de run en run, jamais écrasés :
      *reception.cbl les servira à la prochaine livraison
           OPEN INPUT RELIQUATS.
           END-PERFORM.
           CLOSE TICKETS.
           CLOSE RELIQUATS.
           CLOSE F-TARDIFS.

      *les totaux hebdomadaires par produit, pour vente.cbl
           OPEN OUTPUT VENTES-HEBDO.
           CLOSE HISTORIQUE-ACHATS.

      *les soldes de points mis à jour remplacent l'ancien fichier,
      *et les clients au seuil qui ont consenti partent dans le
      *rapport des bons
           COPY "../../copybooks/consentement-init.copy".
           ACCEPT WS-CONS-DATE-CHERCHE FROM DATE YYYYMMDD.
           MOVE "tickets" TO WS-CONS-PROGRAMME.
           MOVE "P" TO WS-CONS-CANAL-CHERCHE.
           MOVE "M" TO WS-CONS-FINALITE-CHERCHE.
           MOVE 0 TO WS-CONS-ID-CHERCHE.
           PERFORM OUVRE-CONTACTS THRU OUVRE-CONTACTS-FIN.
           OPEN OUTPUT POINTS-NOUVEAU.
           OPEN OUTPUT BONS.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
              WRITE LIGNE-POINTS-NOUVEAU
              IF WS-CLIENT-POINTS(WS-INDEX-CLIENT)
              GREATER THAN OR EQUAL TO WS-SEUIL-BON
                 PERFORM ECRIT-BON THRU ECRIT-BON-FIN
              END-IF
           END-PERFORM.
           CLOSE POINTS-NOUVEAU.
           CLOSE BONS.
           CLOSE F-CONTACTS.

           DISPLAY "Fin du traitement - " WS-NB-TICKETS
              " ticket(s), " WS-NB-INCONNUS " client(s) inconnu(s), "
              WS-NB-RELIQUATS " reliquat(s), "
              WS-NB-BONS " bon(s) a remettre, "
              WS-NB-BONS-RETENUS " retenu(s) faute de consentement, "
              WS-NB-TARDIFS " ticket(s) tardif(s)".

           STOP RUN.

      *détail par client pour l'historique, dépense et points pour
      *la fidélité
       TRAITE-TICKET.
      *un ticket daté dans un mois de commerce clos et déclaré entre
      *dans la période ouverte : il est listé comme tardif et son
      *reliquat éventuel prend la date retenue
           MOVE DATE-TICKET TO WS-PER-DATE-CHERCHE.
           PERFORM CONTROLE-PERIODE THRU CONTROLE-PERIODE-FIN.
           IF WS-PER-EST-CLOS
              MOVE "D" TO WS-PER-ACTION
              MOVE SPACES TO WS-PER-REFERENCE
              STRING "ticket client " CLIENT-TICKET " "
              PRODUIT-TICKET
              INTO WS-PER-REFERENCE
              PERFORM NOTE-TARDIF THRU NOTE-TARDIF-FIN
              MOVE WS-PER-DATE-RETENUE TO DATE-TICKET
           END-IF.

      *le total par produit
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-TOTAL FROM 1 BY 1
       TRAITE-TICKET-FIN.
           EXIT.

      *le ticket lu doit appartenir à une caisse clôturée ce
      *jour-là ; un ticket sans caisse est passé à la caisse 01
       CONTROLE-CLOTURE.
           IF CAISSE-TICKET IS NUMERIC
              MOVE CAISSE-TICKET TO WS-CAISSE
           ELSE
              MOVE 1 TO WS-CAISSE
           END-IF.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-CLOTURE FROM 1 BY 1
           UNTIL WS-INDEX-CLOTURE GREATER THAN WS-NB-CLOTURES
              IF WS-CLO-DATE(WS-INDEX-CLOTURE) EQUAL DATE-TICKET
              AND WS-CLO-CAISSE(WS-INDEX-CLOTURE) EQUAL WS-CAISSE
                 SET WS-EST-TROUVE TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              ADD 1 TO WS-NB-OUVERTS
           END-IF.
       CONTROLE-CLOTURE-FIN.
           EXIT.

      *le détail client x produit de l'historique d'achats
       CUMULE-DETAIL.
           MOVE "N" TO WS-TROUVE.
           END-IF.
       CUMULE-DETAIL-FIN.
           EXIT.

      *le client au seuil reçoit son bon s'il a consenti au courrier
      *marketing ; sinon le bon est retenu et ses points restent
      *acquis
       ECRIT-BON.
           MOVE WS-CLIENT-NOM(WS-INDEX-CLIENT) TO WS-CONS-NOM-CHERCHE.
           MOVE WS-CLIENT-PRENOM(WS-INDEX-CLIENT)
           TO WS-CONS-PRENOM-CHERCHE.
           PERFORM CHERCHE-CONSENTEMENT THRU CHERCHE-CONSENTEMENT-FIN.
           IF NOT WS-CONS-EST-VALIDE
              ADD 1 TO WS-NB-BONS-RETENUS
              GO TO ECRIT-BON-FIN
           END-IF.
           ADD 1 TO WS-NB-BONS.
           MOVE SPACES TO LIGNE-BON-CONTENU.
           STRING "BON client "
           WS-CLIENT-NUM(WS-INDEX-CLIENT)
           " " FUNCTION TRIM(WS-CLIENT-NOM(WS-INDEX-CLIENT))
           " " FUNCTION TRIM(WS-CLIENT-PRENOM(WS-INDEX-CLIENT))
           " solde " WS-CLIENT-POINTS(WS-INDEX-CLIENT)
           " points"
           INTO LIGNE-BON-CONTENU.
           WRITE LIGNE-BON.
           PERFORM NOTE-CONTACT THRU NOTE-CONTACT-FIN.
       ECRIT-BON-FIN.
           EXIT.

       COPY "../../copybooks/consentement-cherche.copy".

       COPY "../../copybooks/consentement-contact.copy".

       COPY "../../copybooks/periodes-controle.copy".
