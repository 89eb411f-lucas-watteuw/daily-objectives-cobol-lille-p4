       IDENTIFICATION DIVISION.
       PROGRAM-ID. expedition.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *l'état des commandes tenu par statuts.cbl : les commandes
      *PREPAREE sont à prélever, les commandes EXPEDIEE reçoivent
      *leur bon de livraison
           SELECT STATUTS-COMMANDES
           ASSIGN TO "statuts-commandes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUTS-STATUS.

      *les commandes, pour le client et la date de commande
           SELECT COMMANDE ASSIGN TO "num-commandes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMMANDE-STATUS.

      *les clients, pour le destinataire du bon de livraison
           SELECT CLIENT ASSIGN TO "clients.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLIENT-STATUS.

      *le détail des commandes chiffré par credit.cbl : article et
      *quantité commandée
           SELECT LIGNES-COMMANDES ASSIGN TO "lignes-commandes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIGNES-STATUS.

      *l'emplacement de chaque article dans chaque dépôt, qui
      *ordonne le parcours du préparateur
           SELECT EMPLACEMENTS ASSIGN TO "emplacements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EMPLACEMENTS-STATUS.

      *le stock tenu au lot, d'où les prélèvements sont servis
      *par date limite la plus proche d'abord, puis réécrit
           SELECT LOTS ASSIGN TO "inventaire-lots.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LOTS-STATUS.

           SELECT LOTS-NOUVEAU ASSIGN TO "inventaire-lots.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *l'inventaire, diminué des quantités prélevées puis réécrit
           SELECT INVENTAIRE ASSIGN TO "inventaire.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-INV-STATUS.

      *l'encadrement de contrôle de l'inventaire réécrit
           SELECT CONTROLE-INVENTAIRE
           ASSIGN TO "inventaire-controle.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le journal des mouvements de stock : chaque prélèvement y
      *laisse sa sortie
           SELECT MOUVEMENTS ASSIGN TO "journal-mouvements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-MOUVEMENTS-STATUS.

      *les réservations de stock posées par credit.cbl à l'entrée
      *de la commande, levées ici une fois la commande prélevée
           SELECT RESERVATIONS ASSIGN TO "reservations.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESERVATIONS-STATUS.

           SELECT RESERVATIONS-NOUVEAU ASSIGN TO "reservations.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les reliquats : ce que le stock n'a pas pu servir au
      *prélèvement part en attente, servi par reception.cbl
           SELECT RELIQUATS ASSIGN TO "backorders.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RELIQUATS-STATUS.

      *le registre des prélèvements, réécrit à chaque run : une
      *ligne par lot prélevé ou quantité mise en reliquat, avec le
      *numéro du bon de livraison une fois la commande expédiée
           SELECT PRELEVEMENTS ASSIGN TO "prelevements.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRELEVEMENTS-STATUS.

           SELECT PRELEVEMENTS-NOUVEAU ASSIGN TO "prelevements.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le compteur du prochain numéro de bon de livraison,
      *conservé de run en run
           SELECT COMPTEUR ASSIGN TO "compteur-bons-livraison.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMPTEUR-STATUS.

           SELECT COMPTEUR-NOUVEAU
           ASSIGN TO "compteur-bons-livraison.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les listes de préparation du run, une par dépôt, dans
      *l'ordre des emplacements
           SELECT LISTES-PREPARATION
           ASSIGN TO "listes-preparation.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les bons de livraison mis en forme, ajoutés run après run
           SELECT BONS-LIVRAISON ASSIGN TO "bons-livraison.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BONS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STATUTS-COMMANDES.
       01 LIGNE-STATUT.
           05 NUM-COMMANDE1-ST PIC 9(4).
           05 FILLER           PIC X.
           05 NUM-COMMANDE2-ST PIC 9(5).
           05 FILLER           PIC X.
           05 STATUT-ST        PIC X(10).
           05 FILLER           PIC X.
           05 DATE-STATUT-ST   PIC 9(8).

       FD COMMANDE.
       01 LIGNE-COMMANDE.
           05 NUM-CLIENT-COMMANDE PIC 9(2).
           05 NUM-COMMANDE1 PIC 9(4).
           05 NUM-COMMANDE2 PIC 9(5).
           05 FILLER        PIC X.
           05 DATE-COMMANDE PIC 9(8).
           05 FILLER        PIC X.
           05 MONTANT-COMMANDE PIC 9(6)V99.

       FD CLIENT.
       01 LIGNE-CLIENT.
           05 NUM-CLIENT PIC 9(2).
           05 NOM-CLIENT PIC X(14).
           05 PRENOM-CLIENT PIC X(11).
           05 LIMITE-CLIENT PIC 9(8).

      *une ligne de commande : numéro de commande, article,
      *quantité commandée, prix unitaire TTC et taux de TVA
       FD LIGNES-COMMANDES.
       01 LIGNE-DETAIL.
           05 NUM-COMMANDE1-DET PIC 9(4).
           05 FILLER            PIC X.
           05 NUM-COMMANDE2-DET PIC 9(5).
           05 FILLER            PIC X.
           05 ARTICLE-DET       PIC X(10).
           05 FILLER            PIC X.
           05 QTE-DET           PIC 9(3).
           05 FILLER            PIC X.
           05 PRIX-UNIT-DET     PIC 9(4)V99.
           05 FILLER            PIC X.
           05 TAUX-TVA-DET      PIC 9(2)V99.

       FD RESERVATIONS.
       01 LIGNE-RESERVATION.
           05 NUM-COMMANDE1-RES PIC 9(4).
           05 FILLER            PIC X.
           05 NUM-COMMANDE2-RES PIC 9(5).
           05 FILLER            PIC X.
           05 ARTICLE-RES       PIC X(10).
           05 FILLER            PIC X.
           05 QTE-RES           PIC 9(5).
           05 FILLER            PIC X.
           05 DATE-RES          PIC 9(8).

       FD RESERVATIONS-NOUVEAU.
       01 LIGNE-RESERVATION-NOUVEAU.
           05 NUM-COMMANDE1-RESN PIC 9(4).
           05 FILLER             PIC X.
           05 NUM-COMMANDE2-RESN PIC 9(5).
           05 FILLER             PIC X.
           05 ARTICLE-RESN       PIC X(10).
           05 FILLER             PIC X.
           05 QTE-RESN           PIC 9(5).
           05 FILLER             PIC X.
           05 DATE-RESN          PIC 9(8).

      *un emplacement : article, dépôt et emplacement (allée,
      *travée, niveau)
       FD EMPLACEMENTS.
       01 LIGNE-EMPLACEMENT.
           05 ARTICLE-EMPL     PIC X(10).
           05 FILLER           PIC X.
           05 DEPOT-EMPL       PIC X(3).
           05 FILLER           PIC X.
           05 EMPLACEMENT-EMPL PIC X(8).

       FD LOTS.
       01 LIGNE-LOT.
           05 NOM-ARTICLE-LOT PIC X(10).
           05 FILLER          PIC X.
           05 DEPOT-LOT       PIC X(3).
           05 FILLER          PIC X.
           05 NUMERO-LOT      PIC X(8).
           05 FILLER          PIC X.
           05 DLC-LOT         PIC 9(8).
           05 FILLER          PIC X.
           05 QTE-LOT         PIC 9(5).

       FD LOTS-NOUVEAU.
       01 LIGNE-LOT-NOUVEAU.
           05 NOM-ARTICLE-LOT-N PIC X(10).
           05 FILLER            PIC X.
           05 DEPOT-LOT-N       PIC X(3).
           05 FILLER            PIC X.
           05 NUMERO-LOT-N      PIC X(8).
           05 FILLER            PIC X.
           05 DLC-LOT-N         PIC 9(8).
           05 FILLER            PIC X.
           05 QTE-LOT-N         PIC 9(5).

       FD INVENTAIRE.
       01 LIGNE-INVENTAIRE.
           05 NOM-ARTICLE PIC X(10).
           05 RESTE-ARTICLE PIC 9(2).
           05 PRIX-ARTICLE PIC 9(4)V99.
           05 DEPOT-ARTICLE PIC X(3).

       FD CONTROLE-INVENTAIRE.
       01 LIGNE-CONTROLE-INVENTAIRE.
           05 PRODUCTEUR-INV-CTRL PIC X(12).
           05 FILLER              PIC X.
           05 DATE-INV-CTRL       PIC 9(8).
           05 FILLER              PIC X.
           05 NOMBRE-INV-CTRL     PIC 9(6).
           05 FILLER              PIC X.
           05 TOTAL-INV-CTRL      PIC 9(16).

       FD MOUVEMENTS.
       01 LIGNE-MOUVEMENT.
           05 DATE-MVT      PIC 9(8).
           05 FILLER        PIC X.
           05 PROGRAMME-MVT PIC X(10).
           05 FILLER        PIC X.
           05 TYPE-MVT      PIC X.
           05 FILLER        PIC X.
           05 ARTICLE-MVT   PIC X(10).
           05 FILLER        PIC X.
           05 DEPOT-MVT     PIC X(3).
           05 FILLER        PIC X.
           05 QTE-MVT       PIC 9(5).

       FD RELIQUATS.
       01 LIGNE-RELIQUAT.
           05 DATE-RELIQUAT    PIC 9(8).
           05 FILLER           PIC X.
           05 CLIENT-RELIQUAT  PIC 9(2).
           05 FILLER           PIC X.
           05 PRODUIT-RELIQUAT PIC X(20).
           05 FILLER           PIC X.
           05 QTE-RELIQUAT     PIC 9(3).

      *un prélèvement : commande, article, dépôt, emplacement, lot,
      *date limite, quantité, état (P prélevé, L livré, R mis en
      *reliquat), numéro du bon de livraison et date de l'état
       FD PRELEVEMENTS.
       01 LIGNE-PRELEVEMENT.
           05 NUM-COMMANDE1-PRL PIC 9(4).
           05 FILLER            PIC X.
           05 NUM-COMMANDE2-PRL PIC 9(5).
           05 FILLER            PIC X.
           05 ARTICLE-PRL       PIC X(10).
           05 FILLER            PIC X.
           05 DEPOT-PRL         PIC X(3).
           05 FILLER            PIC X.
           05 EMPLACEMENT-PRL   PIC X(8).
           05 FILLER            PIC X.
           05 LOT-PRL           PIC X(8).
           05 FILLER            PIC X.
           05 DLC-PRL           PIC 9(8).
           05 FILLER            PIC X.
           05 QTE-PRL           PIC 9(3).
           05 FILLER            PIC X.
           05 ETAT-PRL          PIC X.
           05 FILLER            PIC X.
           05 NUM-BL-PRL        PIC 9(6).
           05 FILLER            PIC X.
           05 DATE-PRL          PIC 9(8).

       FD PRELEVEMENTS-NOUVEAU.
       01 LIGNE-PRELEVEMENT-NOUVEAU.
           05 NUM-COMMANDE1-PRN PIC 9(4).
           05 FILLER            PIC X.
           05 NUM-COMMANDE2-PRN PIC 9(5).
           05 FILLER            PIC X.
           05 ARTICLE-PRN       PIC X(10).
           05 FILLER            PIC X.
           05 DEPOT-PRN         PIC X(3).
           05 FILLER            PIC X.
           05 EMPLACEMENT-PRN   PIC X(8).
           05 FILLER            PIC X.
           05 LOT-PRN           PIC X(8).
           05 FILLER            PIC X.
           05 DLC-PRN           PIC 9(8).
           05 FILLER            PIC X.
           05 QTE-PRN           PIC 9(3).
           05 FILLER            PIC X.
           05 ETAT-PRN          PIC X.
           05 FILLER            PIC X.
           05 NUM-BL-PRN        PIC 9(6).
           05 FILLER            PIC X.
           05 DATE-PRN          PIC 9(8).

       FD COMPTEUR.
       01 LIGNE-COMPTEUR.
           05 PROCHAIN-NUMERO PIC 9(6).

       FD COMPTEUR-NOUVEAU.
       01 LIGNE-COMPTEUR-NOUVEAU.
           05 PROCHAIN-NUMERO-N PIC 9(6).

       FD LISTES-PREPARATION.
       01 LIGNE-LISTE PIC X(100).

       FD BONS-LIVRAISON.
       01 LIGNE-BON PIC X(80).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-STATUTS-STATUS PIC X(2) VALUE SPACES.
           88 WS-STATUTS-STATUS-OK VALUE "00".
       01 WS-COMMANDE-STATUS PIC X(2) VALUE SPACES.
           88 WS-COMMANDE-STATUS-OK VALUE "00".
       01 WS-CLIENT-STATUS PIC X(2) VALUE SPACES.
           88 WS-CLIENT-STATUS-OK VALUE "00".
       01 WS-LIGNES-STATUS PIC X(2) VALUE SPACES.
           88 WS-LIGNES-STATUS-OK VALUE "00".
       01 WS-EMPLACEMENTS-STATUS PIC X(2) VALUE SPACES.
           88 WS-EMPLACEMENTS-STATUS-OK VALUE "00".
       01 WS-LOTS-STATUS PIC X(2) VALUE SPACES.
           88 WS-LOTS-STATUS-OK VALUE "00".
       01 WS-INV-STATUS PIC X(2) VALUE SPACES.
           88 WS-INV-STATUS-OK VALUE "00".
       01 WS-MOUVEMENTS-STATUS PIC X(2) VALUE SPACES.
           88 WS-MOUVEMENTS-STATUS-OK VALUE "00".
       01 WS-RELIQUATS-STATUS PIC X(2) VALUE SPACES.
           88 WS-RELIQUATS-STATUS-OK VALUE "00".
       01 WS-PRELEVEMENTS-STATUS PIC X(2) VALUE SPACES.
           88 WS-PRELEVEMENTS-STATUS-OK VALUE "00".
       01 WS-COMPTEUR-STATUS PIC X(2) VALUE SPACES.
           88 WS-COMPTEUR-STATUS-OK VALUE "00".
       01 WS-BONS-STATUS PIC X(2) VALUE SPACES.
           88 WS-BONS-STATUS-OK VALUE "00".
       01 WS-RESERVATIONS-STATUS PIC X(2) VALUE SPACES.
           88 WS-RESERVATIONS-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-STATUTS      PIC X VALUE "C".
       01 WS-FIN-COMMANDES    PIC X VALUE "C".
       01 WS-FIN-CLIENTS      PIC X VALUE "C".
       01 WS-FIN-LIGNES       PIC X VALUE "C".
       01 WS-FIN-EMPLACEMENTS PIC X VALUE "C".
       01 WS-FIN-LOTS         PIC X VALUE "C".
       01 WS-FIN-INVENTAIRE   PIC X VALUE "C".
       01 WS-FIN-PRELEVEMENTS PIC X VALUE "C".
       01 WS-FIN-COMPTEUR     PIC X VALUE "C".
       01 WS-FIN-RESERVATIONS PIC X VALUE "C".

      *la date du jour
       01 WS-DATE-JOUR PIC 9(8).

      *les commandes à traiter, relevées dans l'état des statuts,
      *avec leur client et leur date de commande
       01 WS-NB-ETATS PIC 9(4) VALUE 0.
       01 WS-ETAT OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-ETATS.
           05 WS-ETAT-COMMANDE1 PIC 9(4).
           05 WS-ETAT-COMMANDE2 PIC 9(5).
           05 WS-ETAT-STATUT    PIC X(10).
           05 WS-ETAT-CLIENT    PIC 9(2).
           05 WS-ETAT-DATE-CDE  PIC 9(8).

      *les clients
       01 WS-NB-CLIENTS PIC 9(4) VALUE 0.
       01 WS-CLIENT-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-CLIENTS.
           05 WS-CLIENT-NUM    PIC 9(2).
           05 WS-CLIENT-NOM    PIC X(14).
           05 WS-CLIENT-PRENOM PIC X(11).

      *le détail des commandes
       01 WS-NB-DETAILS PIC 9(4) VALUE 0.
       01 WS-DETAIL OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-DETAILS.
           05 WS-DET-COMMANDE1 PIC 9(4).
           05 WS-DET-COMMANDE2 PIC 9(5).
           05 WS-DET-ARTICLE   PIC X(10).
           05 WS-DET-QTE       PIC 9(3).

      *les emplacements
       01 WS-NB-EMPLACEMENTS PIC 9(4) VALUE 0.
       01 WS-EMPLACEMENT OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-EMPLACEMENTS.
           05 WS-EMPL-ARTICLE PIC X(10).
           05 WS-EMPL-DEPOT   PIC X(3).
           05 WS-EMPL-CODE    PIC X(8).

      *le stock au lot
       01 WS-NB-LOTS PIC 9(4) VALUE 0.
       01 WS-LOT OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-LOTS.
           05 WS-LOT-NOM    PIC X(10).
           05 WS-LOT-DEPOT  PIC X(3).
           05 WS-LOT-NUMERO PIC X(8).
           05 WS-LOT-DLC    PIC 9(8).
           05 WS-LOT-QTE    PIC 9(5).

      *l'inventaire
       01 WS-NB-ARTICLES PIC 9(4) VALUE 0.
       01 WS-ARTICLE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-ARTICLES.
           05 WS-NOM-ARTICLE   PIC X(10).
           05 WS-RESTE-ARTICLE PIC 9(2).
           05 WS-PRIX-ARTICLE  PIC 9(4)V99.
           05 WS-DEPOT-ARTICLE PIC X(3).
       01 WS-TOTAL-INV-ECRIT PIC 9(16) VALUE 0.

      *le registre des prélèvements, les lignes du run comprises ;
      *la clé de tri (dépôt, emplacement, article) ordonne les
      *listes de préparation
       01 WS-NB-PRELEVEMENTS PIC 9(4) VALUE 0.
       01 WS-PRELEVEMENT OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-PRELEVEMENTS.
           05 WS-PRL-COMMANDE1  PIC 9(4).
           05 WS-PRL-COMMANDE2  PIC 9(5).
           05 WS-PRL-CLE.
               10 WS-PRL-DEPOT       PIC X(3).
               10 WS-PRL-EMPLACEMENT PIC X(8).
               10 WS-PRL-ARTICLE     PIC X(10).
           05 WS-PRL-LOT        PIC X(8).
           05 WS-PRL-DLC        PIC 9(8).
           05 WS-PRL-QTE        PIC 9(3).
           05 WS-PRL-ETAT       PIC X.
           05 WS-PRL-NUM-BL     PIC 9(6).
           05 WS-PRL-DATE       PIC 9(8).
           05 WS-PRL-DU-RUN     PIC X.

      *les prélèvements du run, triés pour les listes
       01 WS-NB-LISTE PIC 9(4) VALUE 0.
       01 WS-LISTE OCCURS 1 TO 9999 TIMES DEPENDING ON WS-NB-LISTE.
           05 WS-LST-CLE.
               10 WS-LST-DEPOT       PIC X(3).
               10 WS-LST-EMPLACEMENT PIC X(8).
               10 WS-LST-ARTICLE     PIC X(10).
           05 WS-LST-LOT        PIC X(8).
           05 WS-LST-DLC        PIC 9(8).
           05 WS-LST-QTE        PIC 9(3).
           05 WS-LST-COMMANDE1  PIC 9(4).
           05 WS-LST-COMMANDE2  PIC 9(5).
       01 WS-LISTE-TEMP.
           05 WS-TEMP-CLE       PIC X(21).
           05 WS-TEMP-LOT       PIC X(8).
           05 WS-TEMP-DLC       PIC 9(8).
           05 WS-TEMP-QTE       PIC 9(3).
           05 WS-TEMP-COMMANDE1 PIC 9(4).
           05 WS-TEMP-COMMANDE2 PIC 9(5).
       01 WS-DEPOT-LISTE PIC X(3).

      *les réservations ; celles d'une commande prélevée sont
      *levées (L) et disparaissent à la réécriture
       01 WS-NB-RESERVATIONS PIC 9(4) VALUE 0.
       01 WS-RESERVATION OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-RESERVATIONS.
           05 WS-RES-COMMANDE1 PIC 9(4).
           05 WS-RES-COMMANDE2 PIC 9(5).
           05 WS-RES-ARTICLE   PIC X(10).
           05 WS-RES-QTE       PIC 9(5).
           05 WS-RES-DATE      PIC 9(8).
           05 WS-RES-SORT      PIC X.
       01 WS-INDEX-RES PIC 9(4).

      *index et recherche
       01 WS-INDEX-ETAT    PIC 9(4).
       01 WS-INDEX-CLIENT  PIC 9(4).
       01 WS-INDEX-DETAIL  PIC 9(4).
       01 WS-INDEX-EMPL    PIC 9(4).
       01 WS-INDEX-LOT     PIC 9(4).
       01 WS-INDEX-ARTICLE PIC 9(4).
       01 WS-INDEX-PRL     PIC 9(4).
       01 WS-INDEX-TRI     PIC 9(4).
       01 WS-INDEX-TRI2    PIC 9(4).
       01 WS-LOT-CHOISI    PIC 9(4).
       01 WS-DLC-CHOISIE   PIC 9(8).
       01 WS-DLC-LOT       PIC 9(8).
       01 WS-TROUVE PIC X VALUE "N".
           88 WS-EST-TROUVE VALUE "O".

      *le prélèvement en cours : quantité restant à servir sur la
      *ligne de commande et quantité prise sur le lot choisi
       01 WS-QTE-A-SERVIR PIC 9(3).
       01 WS-QTE-PRISE    PIC 9(3).
       01 WS-EMPL-TROUVE  PIC X(8).

      *le bon de livraison en cours
       01 WS-PROCHAIN-NUMERO PIC 9(6) VALUE 1.
       01 WS-NOM-CLIENT PIC X(26).
       01 WS-NB-LIGNES-BL PIC 9(4).

      *compteurs du run
       01 WS-NB-PREPAREES  PIC 9(4) VALUE 0.
       01 WS-NB-PRELEVES   PIC 9(4) VALUE 0.
       01 WS-NB-RELIQUATS  PIC 9(4) VALUE 0.
       01 WS-NB-SANS-LIGNE PIC 9(4) VALUE 0.
       01 WS-NB-BONS       PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *les commandes préparées ou expédiées
           OPEN INPUT STATUTS-COMMANDES.
           IF NOT WS-STATUTS-STATUS-OK
              DISPLAY "statuts-commandes.txt absent, "
              "lancer statuts d'abord"
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-STATUTS EQUAL "F"
              READ STATUTS-COMMANDES
                 AT END
                    MOVE "F" TO WS-FIN-STATUTS
                 NOT AT END
                    IF STATUT-ST EQUAL "PREPAREE"
                    OR STATUT-ST EQUAL "EXPEDIEE"
                       ADD 1 TO WS-NB-ETATS
                       MOVE NUM-COMMANDE1-ST
                       TO WS-ETAT-COMMANDE1(WS-NB-ETATS)
                       MOVE NUM-COMMANDE2-ST
                       TO WS-ETAT-COMMANDE2(WS-NB-ETATS)
                       MOVE STATUT-ST TO WS-ETAT-STATUT(WS-NB-ETATS)
                       MOVE 0 TO WS-ETAT-CLIENT(WS-NB-ETATS)
                       MOVE 0 TO WS-ETAT-DATE-CDE(WS-NB-ETATS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE STATUTS-COMMANDES.

      *le client et la date de chaque commande
           OPEN INPUT COMMANDE.
           IF WS-COMMANDE-STATUS-OK
              PERFORM UNTIL WS-FIN-COMMANDES EQUAL "F"
                 READ COMMANDE
                    AT END
                       MOVE "F" TO WS-FIN-COMMANDES
                    NOT AT END
                       PERFORM VARYING WS-INDEX-ETAT FROM 1 BY 1
                       UNTIL WS-INDEX-ETAT GREATER THAN WS-NB-ETATS
                          IF WS-ETAT-COMMANDE1(WS-INDEX-ETAT) EQUAL
                          NUM-COMMANDE1
                          AND WS-ETAT-COMMANDE2(WS-INDEX-ETAT) EQUAL
                          NUM-COMMANDE2
                             MOVE NUM-CLIENT-COMMANDE
                             TO WS-ETAT-CLIENT(WS-INDEX-ETAT)
                             MOVE DATE-COMMANDE
                             TO WS-ETAT-DATE-CDE(WS-INDEX-ETAT)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE COMMANDE
           END-IF.

      *les clients
           OPEN INPUT CLIENT.
           IF WS-CLIENT-STATUS-OK
              PERFORM UNTIL WS-FIN-CLIENTS EQUAL "F"
                 READ CLIENT
                    AT END
                       MOVE "F" TO WS-FIN-CLIENTS
                    NOT AT END
                       ADD 1 TO WS-NB-CLIENTS
                       MOVE NUM-CLIENT TO WS-CLIENT-NUM(WS-NB-CLIENTS)
                       MOVE NOM-CLIENT TO WS-CLIENT-NOM(WS-NB-CLIENTS)
                       MOVE PRENOM-CLIENT
                       TO WS-CLIENT-PRENOM(WS-NB-CLIENTS)
                 END-READ
              END-PERFORM
              CLOSE CLIENT
           END-IF.

      *le détail des commandes
           OPEN INPUT LIGNES-COMMANDES.
           IF WS-LIGNES-STATUS-OK
              PERFORM UNTIL WS-FIN-LIGNES EQUAL "F"
                 READ LIGNES-COMMANDES
                    AT END
                       MOVE "F" TO WS-FIN-LIGNES
                    NOT AT END
                       ADD 1 TO WS-NB-DETAILS
                       MOVE NUM-COMMANDE1-DET
                       TO WS-DET-COMMANDE1(WS-NB-DETAILS)
                       MOVE NUM-COMMANDE2-DET
                       TO WS-DET-COMMANDE2(WS-NB-DETAILS)
                       MOVE ARTICLE-DET TO WS-DET-ARTICLE(WS-NB-DETAILS)
                       MOVE QTE-DET TO WS-DET-QTE(WS-NB-DETAILS)
                 END-READ
              END-PERFORM
              CLOSE LIGNES-COMMANDES
           ELSE
              DISPLAY "lignes-commandes.txt absent, rien a prelever"
           END-IF.

      *les emplacements
           OPEN INPUT EMPLACEMENTS.
           IF WS-EMPLACEMENTS-STATUS-OK
              PERFORM UNTIL WS-FIN-EMPLACEMENTS EQUAL "F"
                 READ EMPLACEMENTS
                    AT END
                       MOVE "F" TO WS-FIN-EMPLACEMENTS
                    NOT AT END
                       ADD 1 TO WS-NB-EMPLACEMENTS
                       MOVE ARTICLE-EMPL
                       TO WS-EMPL-ARTICLE(WS-NB-EMPLACEMENTS)
                       MOVE DEPOT-EMPL
                       TO WS-EMPL-DEPOT(WS-NB-EMPLACEMENTS)
                       MOVE EMPLACEMENT-EMPL
                       TO WS-EMPL-CODE(WS-NB-EMPLACEMENTS)
                 END-READ
              END-PERFORM
              CLOSE EMPLACEMENTS
           END-IF.

      *le stock au lot
           OPEN INPUT LOTS.
           IF WS-LOTS-STATUS-OK
              PERFORM UNTIL WS-FIN-LOTS EQUAL "F"
                 READ LOTS
                    AT END
                       MOVE "F" TO WS-FIN-LOTS
                    NOT AT END
                       ADD 1 TO WS-NB-LOTS
                       MOVE NOM-ARTICLE-LOT TO WS-LOT-NOM(WS-NB-LOTS)
      *un lot sans dépôt (écrit avant la convention) vaut D1
                       IF DEPOT-LOT EQUAL SPACES
                          MOVE "D1" TO WS-LOT-DEPOT(WS-NB-LOTS)
                       ELSE
                          MOVE DEPOT-LOT TO WS-LOT-DEPOT(WS-NB-LOTS)
                       END-IF
                       MOVE NUMERO-LOT TO WS-LOT-NUMERO(WS-NB-LOTS)
                       MOVE DLC-LOT TO WS-LOT-DLC(WS-NB-LOTS)
                       MOVE QTE-LOT TO WS-LOT-QTE(WS-NB-LOTS)
                 END-READ
              END-PERFORM
              CLOSE LOTS
           END-IF.

      *l'inventaire
           OPEN INPUT INVENTAIRE.
           IF NOT WS-INV-STATUS-OK
              DISPLAY "inventaire.txt absent, rien a prelever"
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-INVENTAIRE EQUAL "F"
              READ INVENTAIRE
                 AT END
                    MOVE "F" TO WS-FIN-INVENTAIRE
                 NOT AT END
                    ADD 1 TO WS-NB-ARTICLES
                    MOVE NOM-ARTICLE TO WS-NOM-ARTICLE(WS-NB-ARTICLES)
                    MOVE RESTE-ARTICLE
                    TO WS-RESTE-ARTICLE(WS-NB-ARTICLES)
                    MOVE PRIX-ARTICLE TO WS-PRIX-ARTICLE(WS-NB-ARTICLES)
      *un dépôt à blanc (fichier d'avant les dépôts) vaut D1
                    IF DEPOT-ARTICLE EQUAL SPACES
                       MOVE "D1" TO WS-DEPOT-ARTICLE(WS-NB-ARTICLES)
                    ELSE
                       MOVE DEPOT-ARTICLE
                       TO WS-DEPOT-ARTICLE(WS-NB-ARTICLES)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE INVENTAIRE.

      *le registre des prélèvements
           OPEN INPUT PRELEVEMENTS.
           IF WS-PRELEVEMENTS-STATUS-OK
              PERFORM UNTIL WS-FIN-PRELEVEMENTS EQUAL "F"
                 READ PRELEVEMENTS
                    AT END
                       MOVE "F" TO WS-FIN-PRELEVEMENTS
                    NOT AT END
                       ADD 1 TO WS-NB-PRELEVEMENTS
                       MOVE NUM-COMMANDE1-PRL
                       TO WS-PRL-COMMANDE1(WS-NB-PRELEVEMENTS)
                       MOVE NUM-COMMANDE2-PRL
                       TO WS-PRL-COMMANDE2(WS-NB-PRELEVEMENTS)
                       MOVE DEPOT-PRL
                       TO WS-PRL-DEPOT(WS-NB-PRELEVEMENTS)
                       MOVE EMPLACEMENT-PRL
                       TO WS-PRL-EMPLACEMENT(WS-NB-PRELEVEMENTS)
                       MOVE ARTICLE-PRL
                       TO WS-PRL-ARTICLE(WS-NB-PRELEVEMENTS)
                       MOVE LOT-PRL TO WS-PRL-LOT(WS-NB-PRELEVEMENTS)
                       MOVE DLC-PRL TO WS-PRL-DLC(WS-NB-PRELEVEMENTS)
                       MOVE QTE-PRL TO WS-PRL-QTE(WS-NB-PRELEVEMENTS)
                       MOVE ETAT-PRL TO WS-PRL-ETAT(WS-NB-PRELEVEMENTS)
                       MOVE NUM-BL-PRL
                       TO WS-PRL-NUM-BL(WS-NB-PRELEVEMENTS)
                       MOVE DATE-PRL TO WS-PRL-DATE(WS-NB-PRELEVEMENTS)
                       MOVE "N" TO WS-PRL-DU-RUN(WS-NB-PRELEVEMENTS)
                 END-READ
              END-PERFORM
              CLOSE PRELEVEMENTS
           END-IF.

      *les réservations en cours
           OPEN INPUT RESERVATIONS.
           IF WS-RESERVATIONS-STATUS-OK
              PERFORM UNTIL WS-FIN-RESERVATIONS EQUAL "F"
                 READ RESERVATIONS
                    AT END
                       MOVE "F" TO WS-FIN-RESERVATIONS
                    NOT AT END
                       ADD 1 TO WS-NB-RESERVATIONS
                       MOVE NUM-COMMANDE1-RES
                       TO WS-RES-COMMANDE1(WS-NB-RESERVATIONS)
                       MOVE NUM-COMMANDE2-RES
                       TO WS-RES-COMMANDE2(WS-NB-RESERVATIONS)
                       MOVE ARTICLE-RES
                       TO WS-RES-ARTICLE(WS-NB-RESERVATIONS)
                       MOVE QTE-RES TO WS-RES-QTE(WS-NB-RESERVATIONS)
                       MOVE DATE-RES TO WS-RES-DATE(WS-NB-RESERVATIONS)
                       MOVE "A" TO WS-RES-SORT(WS-NB-RESERVATIONS)
                 END-READ
              END-PERFORM
              CLOSE RESERVATIONS
           END-IF.

      *le compteur du prochain numéro de bon, créé à 1 au premier
      *run
           OPEN INPUT COMPTEUR.
           IF WS-COMPTEUR-STATUS-OK
              PERFORM UNTIL WS-FIN-COMPTEUR EQUAL "F"
                 READ COMPTEUR
                    AT END
                       MOVE "F" TO WS-FIN-COMPTEUR
                    NOT AT END
                       MOVE PROCHAIN-NUMERO TO WS-PROCHAIN-NUMERO
                 END-READ
              END-PERFORM
              CLOSE COMPTEUR
           END-IF.

      *le journal des mouvements et les reliquats sont poursuivis,
      *jamais écrasés
           OPEN INPUT MOUVEMENTS.
           IF WS-MOUVEMENTS-STATUS-OK
              CLOSE MOUVEMENTS
              OPEN EXTEND MOUVEMENTS
           ELSE
              OPEN OUTPUT MOUVEMENTS
           END-IF.
           OPEN INPUT RELIQUATS.
           IF WS-RELIQUATS-STATUS-OK
              CLOSE RELIQUATS
              OPEN EXTEND RELIQUATS
           ELSE
              OPEN OUTPUT RELIQUATS
           END-IF.

      *chaque commande PREPAREE pas encore prélevée l'est
           PERFORM VARYING WS-INDEX-ETAT FROM 1 BY 1
           UNTIL WS-INDEX-ETAT GREATER THAN WS-NB-ETATS
              IF WS-ETAT-STATUT(WS-INDEX-ETAT) EQUAL "PREPAREE"
                 PERFORM PREPARE-COMMANDE THRU PREPARE-COMMANDE-FIN
              END-IF
           END-PERFORM.
           CLOSE MOUVEMENTS.
           CLOSE RELIQUATS.

      *les listes de préparation du run, par dépôt et emplacement
           PERFORM EDITE-LISTES THRU EDITE-LISTES-FIN.

      *chaque commande EXPEDIEE dont des lots prélevés n'ont pas
      *encore de bon de livraison reçoit le sien
           OPEN INPUT BONS-LIVRAISON.
           IF WS-BONS-STATUS-OK
              CLOSE BONS-LIVRAISON
              OPEN EXTEND BONS-LIVRAISON
           ELSE
              OPEN OUTPUT BONS-LIVRAISON
           END-IF.
           PERFORM VARYING WS-INDEX-ETAT FROM 1 BY 1
           UNTIL WS-INDEX-ETAT GREATER THAN WS-NB-ETATS
              IF WS-ETAT-STATUT(WS-INDEX-ETAT) EQUAL "EXPEDIEE"
                 PERFORM EDITE-BON-LIVRAISON
                 THRU EDITE-BON-LIVRAISON-FIN
              END-IF
           END-PERFORM.
           CLOSE BONS-LIVRAISON.

      *le compteur mis à jour pour le prochain run
           OPEN OUTPUT COMPTEUR-NOUVEAU.
           MOVE WS-PROCHAIN-NUMERO TO PROCHAIN-NUMERO-N.
           WRITE LIGNE-COMPTEUR-NOUVEAU.
           CLOSE COMPTEUR-NOUVEAU.

      *le registre des prélèvements réécrit
           OPEN OUTPUT PRELEVEMENTS-NOUVEAU.
           PERFORM VARYING WS-INDEX-PRL FROM 1 BY 1
           UNTIL WS-INDEX-PRL GREATER THAN WS-NB-PRELEVEMENTS
              MOVE SPACES TO LIGNE-PRELEVEMENT-NOUVEAU
              MOVE WS-PRL-COMMANDE1(WS-INDEX-PRL) TO NUM-COMMANDE1-PRN
              MOVE WS-PRL-COMMANDE2(WS-INDEX-PRL) TO NUM-COMMANDE2-PRN
              MOVE WS-PRL-ARTICLE(WS-INDEX-PRL) TO ARTICLE-PRN
              MOVE WS-PRL-DEPOT(WS-INDEX-PRL) TO DEPOT-PRN
              MOVE WS-PRL-EMPLACEMENT(WS-INDEX-PRL) TO EMPLACEMENT-PRN
              MOVE WS-PRL-LOT(WS-INDEX-PRL) TO LOT-PRN
              MOVE WS-PRL-DLC(WS-INDEX-PRL) TO DLC-PRN
              MOVE WS-PRL-QTE(WS-INDEX-PRL) TO QTE-PRN
              MOVE WS-PRL-ETAT(WS-INDEX-PRL) TO ETAT-PRN
              MOVE WS-PRL-NUM-BL(WS-INDEX-PRL) TO NUM-BL-PRN
              MOVE WS-PRL-DATE(WS-INDEX-PRL) TO DATE-PRN
              WRITE LIGNE-PRELEVEMENT-NOUVEAU
           END-PERFORM.
           CLOSE PRELEVEMENTS-NOUVEAU.

      *les réservations réécrites sans celles des commandes
      *prélevées
           OPEN OUTPUT RESERVATIONS-NOUVEAU.
           PERFORM VARYING WS-INDEX-RES FROM 1 BY 1
           UNTIL WS-INDEX-RES GREATER THAN WS-NB-RESERVATIONS
              IF WS-RES-SORT(WS-INDEX-RES) EQUAL "A"
                 MOVE SPACES TO LIGNE-RESERVATION-NOUVEAU
                 MOVE WS-RES-COMMANDE1(WS-INDEX-RES)
                 TO NUM-COMMANDE1-RESN
                 MOVE WS-RES-COMMANDE2(WS-INDEX-RES)
                 TO NUM-COMMANDE2-RESN
                 MOVE WS-RES-ARTICLE(WS-INDEX-RES) TO ARTICLE-RESN
                 MOVE WS-RES-QTE(WS-INDEX-RES) TO QTE-RESN
                 MOVE WS-RES-DATE(WS-INDEX-RES) TO DATE-RESN
                 WRITE LIGNE-RESERVATION-NOUVEAU
              END-IF
           END-PERFORM.
           CLOSE RESERVATIONS-NOUVEAU.

      *le stock au lot et l'inventaire diminués des prélèvements
           OPEN OUTPUT LOTS-NOUVEAU.
           PERFORM VARYING WS-INDEX-LOT FROM 1 BY 1
           UNTIL WS-INDEX-LOT GREATER THAN WS-NB-LOTS
              MOVE SPACES TO LIGNE-LOT-NOUVEAU
              MOVE WS-LOT-NOM(WS-INDEX-LOT) TO NOM-ARTICLE-LOT-N
              MOVE WS-LOT-DEPOT(WS-INDEX-LOT) TO DEPOT-LOT-N
              MOVE WS-LOT-NUMERO(WS-INDEX-LOT) TO NUMERO-LOT-N
              MOVE WS-LOT-DLC(WS-INDEX-LOT) TO DLC-LOT-N
              MOVE WS-LOT-QTE(WS-INDEX-LOT) TO QTE-LOT-N
              WRITE LIGNE-LOT-NOUVEAU
           END-PERFORM.
           CLOSE LOTS-NOUVEAU.

           OPEN OUTPUT INVENTAIRE.
           PERFORM VARYING WS-INDEX-ARTICLE FROM 1 BY 1
           UNTIL WS-INDEX-ARTICLE GREATER THAN WS-NB-ARTICLES
              MOVE WS-NOM-ARTICLE(WS-INDEX-ARTICLE) TO NOM-ARTICLE
              MOVE WS-RESTE-ARTICLE(WS-INDEX-ARTICLE) TO RESTE-ARTICLE
              MOVE WS-PRIX-ARTICLE(WS-INDEX-ARTICLE) TO PRIX-ARTICLE
              MOVE WS-DEPOT-ARTICLE(WS-INDEX-ARTICLE) TO DEPOT-ARTICLE
              ADD WS-RESTE-ARTICLE(WS-INDEX-ARTICLE)
              TO WS-TOTAL-INV-ECRIT
              WRITE LIGNE-INVENTAIRE
           END-PERFORM.
           CLOSE INVENTAIRE.

      *l'encadrement de contrôle de l'inventaire réécrit
           OPEN OUTPUT CONTROLE-INVENTAIRE.
           MOVE SPACES TO LIGNE-CONTROLE-INVENTAIRE.
           MOVE "expedition" TO PRODUCTEUR-INV-CTRL.
           MOVE WS-DATE-JOUR TO DATE-INV-CTRL.
           MOVE WS-NB-ARTICLES TO NOMBRE-INV-CTRL.
           MOVE WS-TOTAL-INV-ECRIT TO TOTAL-INV-CTRL.
           WRITE LIGNE-CONTROLE-INVENTAIRE.
           CLOSE CONTROLE-INVENTAIRE.

           DISPLAY "Fin du traitement - " WS-NB-PREPAREES
           " commande(s) preparee(s), " WS-NB-PRELEVES
           " lot(s) preleve(s), " WS-NB-RELIQUATS " reliquat(s), "
           WS-NB-BONS " bon(s) de livraison".

           STOP RUN.

      *la commande WS-INDEX-ETAT est prélevée si le registre ne la
      *connait pas encore : chaque ligne de commande est servie par
      *les lots de l'article, date limite la plus proche d'abord,
      *et ce qui manque part en reliquat
       PREPARE-COMMANDE.
           PERFORM VARYING WS-INDEX-PRL FROM 1 BY 1
           UNTIL WS-INDEX-PRL GREATER THAN WS-NB-PRELEVEMENTS
              IF WS-PRL-COMMANDE1(WS-INDEX-PRL) EQUAL
              WS-ETAT-COMMANDE1(WS-INDEX-ETAT)
              AND WS-PRL-COMMANDE2(WS-INDEX-PRL) EQUAL
              WS-ETAT-COMMANDE2(WS-INDEX-ETAT)
                 GO TO PREPARE-COMMANDE-FIN
              END-IF
           END-PERFORM.

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-DETAIL FROM 1 BY 1
           UNTIL WS-INDEX-DETAIL GREATER THAN WS-NB-DETAILS
              IF WS-DET-COMMANDE1(WS-INDEX-DETAIL) EQUAL
              WS-ETAT-COMMANDE1(WS-INDEX-ETAT)
              AND WS-DET-COMMANDE2(WS-INDEX-DETAIL) EQUAL
              WS-ETAT-COMMANDE2(WS-INDEX-ETAT)
                 SET WS-EST-TROUVE TO TRUE
                 MOVE WS-DET-QTE(WS-INDEX-DETAIL) TO WS-QTE-A-SERVIR
                 PERFORM PRELEVE-LIGNE THRU PRELEVE-LIGNE-FIN
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              ADD 1 TO WS-NB-SANS-LIGNE
              DISPLAY "commande " WS-ETAT-COMMANDE1(WS-INDEX-ETAT)
              " " WS-ETAT-COMMANDE2(WS-INDEX-ETAT)
              " preparee sans ligne de commande, rien a prelever"
           ELSE
              ADD 1 TO WS-NB-PREPAREES
      *le stock prélevé n'est plus à réserver
              PERFORM VARYING WS-INDEX-RES FROM 1 BY 1
              UNTIL WS-INDEX-RES GREATER THAN WS-NB-RESERVATIONS
                 IF WS-RES-COMMANDE1(WS-INDEX-RES) EQUAL
                 WS-ETAT-COMMANDE1(WS-INDEX-ETAT)
                 AND WS-RES-COMMANDE2(WS-INDEX-RES) EQUAL
                 WS-ETAT-COMMANDE2(WS-INDEX-ETAT)
                    MOVE "L" TO WS-RES-SORT(WS-INDEX-RES)
                 END-IF
              END-PERFORM
           END-IF.
       PREPARE-COMMANDE-FIN.
           EXIT.

      *on sert WS-QTE-A-SERVIR de l'article de la ligne
      *WS-INDEX-DETAIL lot par lot, la date limite la plus proche
      *d'abord (un lot sans date limite passe en dernier)
       PRELEVE-LIGNE.
           IF WS-QTE-A-SERVIR EQUAL 0
              GO TO PRELEVE-LIGNE-FIN
           END-IF.
           MOVE 0 TO WS-LOT-CHOISI.
           MOVE 99999999 TO WS-DLC-CHOISIE.
           PERFORM VARYING WS-INDEX-LOT FROM 1 BY 1
           UNTIL WS-INDEX-LOT GREATER THAN WS-NB-LOTS
              IF WS-LOT-NOM(WS-INDEX-LOT) EQUAL
              WS-DET-ARTICLE(WS-INDEX-DETAIL)
              AND WS-LOT-QTE(WS-INDEX-LOT) GREATER THAN 0
                 IF WS-LOT-DLC(WS-INDEX-LOT) EQUAL 0
                    MOVE 99999999 TO WS-DLC-LOT
                 ELSE
                    MOVE WS-LOT-DLC(WS-INDEX-LOT) TO WS-DLC-LOT
                 END-IF
                 IF WS-LOT-CHOISI EQUAL 0
                 OR WS-DLC-LOT LESS THAN WS-DLC-CHOISIE
                    MOVE WS-INDEX-LOT TO WS-LOT-CHOISI
                    MOVE WS-DLC-LOT TO WS-DLC-CHOISIE
                 END-IF
              END-IF
           END-PERFORM.

      *plus aucun lot de l'article : le reste part en reliquat
           IF WS-LOT-CHOISI EQUAL 0
              PERFORM MET-EN-RELIQUAT THRU MET-EN-RELIQUAT-FIN
              GO TO PRELEVE-LIGNE-FIN
           END-IF.

           IF WS-LOT-QTE(WS-LOT-CHOISI) LESS THAN WS-QTE-A-SERVIR
              MOVE WS-LOT-QTE(WS-LOT-CHOISI) TO WS-QTE-PRISE
           ELSE
              MOVE WS-QTE-A-SERVIR TO WS-QTE-PRISE
           END-IF.
           SUBTRACT WS-QTE-PRISE FROM WS-LOT-QTE(WS-LOT-CHOISI).
           SUBTRACT WS-QTE-PRISE FROM WS-QTE-A-SERVIR.
           ADD 1 TO WS-NB-PRELEVES.

      *l'inventaire du dépôt du lot suit (le champ ne descend pas
      *sous zéro)
           PERFORM VARYING WS-INDEX-ARTICLE FROM 1 BY 1
           UNTIL WS-INDEX-ARTICLE GREATER THAN WS-NB-ARTICLES
              IF WS-NOM-ARTICLE(WS-INDEX-ARTICLE) EQUAL
              WS-LOT-NOM(WS-LOT-CHOISI)
              AND WS-DEPOT-ARTICLE(WS-INDEX-ARTICLE) EQUAL
              WS-LOT-DEPOT(WS-LOT-CHOISI)
                 IF WS-RESTE-ARTICLE(WS-INDEX-ARTICLE) LESS THAN
                 WS-QTE-PRISE
                    MOVE 0 TO WS-RESTE-ARTICLE(WS-INDEX-ARTICLE)
                 ELSE
                    SUBTRACT WS-QTE-PRISE
                    FROM WS-RESTE-ARTICLE(WS-INDEX-ARTICLE)
                 END-IF
              END-IF
           END-PERFORM.

      *la sortie de stock au journal des mouvements
           MOVE SPACES TO LIGNE-MOUVEMENT.
           MOVE WS-DATE-JOUR TO DATE-MVT.
           MOVE "expedition" TO PROGRAMME-MVT.
           MOVE "V" TO TYPE-MVT.
           MOVE WS-LOT-NOM(WS-LOT-CHOISI) TO ARTICLE-MVT.
           MOVE WS-LOT-DEPOT(WS-LOT-CHOISI) TO DEPOT-MVT.
           MOVE WS-QTE-PRISE TO QTE-MVT.
           WRITE LIGNE-MOUVEMENT.

      *l'emplacement de l'article dans le dépôt du lot ; un article
      *sans emplacement connu passe en fin de liste
           MOVE ALL "~" TO WS-EMPL-TROUVE.
           PERFORM VARYING WS-INDEX-EMPL FROM 1 BY 1
           UNTIL WS-INDEX-EMPL GREATER THAN WS-NB-EMPLACEMENTS
              IF WS-EMPL-ARTICLE(WS-INDEX-EMPL) EQUAL
              WS-LOT-NOM(WS-LOT-CHOISI)
              AND WS-EMPL-DEPOT(WS-INDEX-EMPL) EQUAL
              WS-LOT-DEPOT(WS-LOT-CHOISI)
                 MOVE WS-EMPL-CODE(WS-INDEX-EMPL) TO WS-EMPL-TROUVE
              END-IF
           END-PERFORM.

      *le prélèvement rejoint le registre et la liste du run
           ADD 1 TO WS-NB-PRELEVEMENTS.
           MOVE WS-ETAT-COMMANDE1(WS-INDEX-ETAT)
           TO WS-PRL-COMMANDE1(WS-NB-PRELEVEMENTS).
           MOVE WS-ETAT-COMMANDE2(WS-INDEX-ETAT)
           TO WS-PRL-COMMANDE2(WS-NB-PRELEVEMENTS).
           MOVE WS-LOT-DEPOT(WS-LOT-CHOISI)
           TO WS-PRL-DEPOT(WS-NB-PRELEVEMENTS).
           MOVE WS-EMPL-TROUVE
           TO WS-PRL-EMPLACEMENT(WS-NB-PRELEVEMENTS).
           MOVE WS-LOT-NOM(WS-LOT-CHOISI)
           TO WS-PRL-ARTICLE(WS-NB-PRELEVEMENTS).
           MOVE WS-LOT-NUMERO(WS-LOT-CHOISI)
           TO WS-PRL-LOT(WS-NB-PRELEVEMENTS).
           MOVE WS-LOT-DLC(WS-LOT-CHOISI)
           TO WS-PRL-DLC(WS-NB-PRELEVEMENTS).
           MOVE WS-QTE-PRISE TO WS-PRL-QTE(WS-NB-PRELEVEMENTS).
           MOVE "P" TO WS-PRL-ETAT(WS-NB-PRELEVEMENTS).
           MOVE 0 TO WS-PRL-NUM-BL(WS-NB-PRELEVEMENTS).
           MOVE WS-DATE-JOUR TO WS-PRL-DATE(WS-NB-PRELEVEMENTS).
           MOVE "O" TO WS-PRL-DU-RUN(WS-NB-PRELEVEMENTS).

           ADD 1 TO WS-NB-LISTE.
           MOVE WS-PRL-CLE(WS-NB-PRELEVEMENTS)
           TO WS-LST-CLE(WS-NB-LISTE).
           MOVE WS-PRL-LOT(WS-NB-PRELEVEMENTS)
           TO WS-LST-LOT(WS-NB-LISTE).
           MOVE WS-PRL-DLC(WS-NB-PRELEVEMENTS)
           TO WS-LST-DLC(WS-NB-LISTE).
           MOVE WS-QTE-PRISE TO WS-LST-QTE(WS-NB-LISTE).
           MOVE WS-ETAT-COMMANDE1(WS-INDEX-ETAT)
           TO WS-LST-COMMANDE1(WS-NB-LISTE).
           MOVE WS-ETAT-COMMANDE2(WS-INDEX-ETAT)
           TO WS-LST-COMMANDE2(WS-NB-LISTE).
           IF WS-EMPL-TROUVE EQUAL ALL "~"
              MOVE SPACES TO WS-PRL-EMPLACEMENT(WS-NB-PRELEVEMENTS)
           END-IF.

      *le lot suivant pour le reste de la ligne
           GO TO PRELEVE-LIGNE.
       PRELEVE-LIGNE-FIN.
           EXIT.

      *ce que le stock n'a pas pu servir part en reliquat au nom du
      *client de la commande, et le registre le garde pour le bon
      *de livraison
       MET-EN-RELIQUAT.
           ADD 1 TO WS-NB-RELIQUATS.
           MOVE SPACES TO LIGNE-RELIQUAT.
           MOVE WS-DATE-JOUR TO DATE-RELIQUAT.
           MOVE WS-ETAT-CLIENT(WS-INDEX-ETAT) TO CLIENT-RELIQUAT.
           MOVE WS-DET-ARTICLE(WS-INDEX-DETAIL) TO PRODUIT-RELIQUAT.
           MOVE WS-QTE-A-SERVIR TO QTE-RELIQUAT.
           WRITE LIGNE-RELIQUAT.

           ADD 1 TO WS-NB-PRELEVEMENTS.
           MOVE WS-ETAT-COMMANDE1(WS-INDEX-ETAT)
           TO WS-PRL-COMMANDE1(WS-NB-PRELEVEMENTS).
           MOVE WS-ETAT-COMMANDE2(WS-INDEX-ETAT)
           TO WS-PRL-COMMANDE2(WS-NB-PRELEVEMENTS).
           MOVE SPACES TO WS-PRL-DEPOT(WS-NB-PRELEVEMENTS).
           MOVE SPACES TO WS-PRL-EMPLACEMENT(WS-NB-PRELEVEMENTS).
           MOVE WS-DET-ARTICLE(WS-INDEX-DETAIL)
           TO WS-PRL-ARTICLE(WS-NB-PRELEVEMENTS).
           MOVE SPACES TO WS-PRL-LOT(WS-NB-PRELEVEMENTS).
           MOVE 0 TO WS-PRL-DLC(WS-NB-PRELEVEMENTS).
           MOVE WS-QTE-A-SERVIR TO WS-PRL-QTE(WS-NB-PRELEVEMENTS).
           MOVE "R" TO WS-PRL-ETAT(WS-NB-PRELEVEMENTS).
           MOVE 0 TO WS-PRL-NUM-BL(WS-NB-PRELEVEMENTS).
           MOVE WS-DATE-JOUR TO WS-PRL-DATE(WS-NB-PRELEVEMENTS).
           MOVE "O" TO WS-PRL-DU-RUN(WS-NB-PRELEVEMENTS).
           MOVE 0 TO WS-QTE-A-SERVIR.
       MET-EN-RELIQUAT-FIN.
           EXIT.

      *les prélèvements du run triés par dépôt, emplacement et
      *article, puis édités en une liste par dépôt
       EDITE-LISTES.
           PERFORM VARYING WS-INDEX-TRI FROM 1 BY 1
           UNTIL WS-INDEX-TRI GREATER THAN WS-NB-LISTE
              PERFORM VARYING WS-INDEX-TRI2 FROM 1 BY 1
              UNTIL WS-INDEX-TRI2 GREATER THAN
              WS-NB-LISTE - WS-INDEX-TRI
                 IF WS-LST-CLE(WS-INDEX-TRI2) GREATER THAN
                 WS-LST-CLE(WS-INDEX-TRI2 + 1)
                    MOVE WS-LISTE(WS-INDEX-TRI2) TO WS-LISTE-TEMP
                    MOVE WS-LISTE(WS-INDEX-TRI2 + 1)
                    TO WS-LISTE(WS-INDEX-TRI2)
                    MOVE WS-LISTE-TEMP TO WS-LISTE(WS-INDEX-TRI2 + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

           OPEN OUTPUT LISTES-PREPARATION.
           MOVE SPACES TO WS-DEPOT-LISTE.
           PERFORM VARYING WS-INDEX-TRI FROM 1 BY 1
           UNTIL WS-INDEX-TRI GREATER THAN WS-NB-LISTE
              IF WS-LST-DEPOT(WS-INDEX-TRI) NOT EQUAL WS-DEPOT-LISTE
                 MOVE WS-LST-DEPOT(WS-INDEX-TRI) TO WS-DEPOT-LISTE
                 MOVE ALL "=" TO LIGNE-LISTE
                 WRITE LIGNE-LISTE
                 MOVE SPACES TO LIGNE-LISTE
                 STRING "LISTE DE PREPARATION depot " WS-DEPOT-LISTE
                 " du " WS-DATE-JOUR
                 INTO LIGNE-LISTE
                 WRITE LIGNE-LISTE
                 MOVE SPACES TO LIGNE-LISTE
                 STRING "emplacement article    lot      "
                 "date lim. qte  commande"
                 INTO LIGNE-LISTE
                 WRITE LIGNE-LISTE
              END-IF
              MOVE SPACES TO LIGNE-LISTE
              IF WS-LST-EMPLACEMENT(WS-INDEX-TRI) EQUAL ALL "~"
                 STRING "non range   " WS-LST-ARTICLE(WS-INDEX-TRI)
                 " " WS-LST-LOT(WS-INDEX-TRI)
                 " " WS-LST-DLC(WS-INDEX-TRI)
                 " " WS-LST-QTE(WS-INDEX-TRI)
                 "  " WS-LST-COMMANDE1(WS-INDEX-TRI)
                 " " WS-LST-COMMANDE2(WS-INDEX-TRI)
                 INTO LIGNE-LISTE
              ELSE
                 STRING WS-LST-EMPLACEMENT(WS-INDEX-TRI)
                 "    " WS-LST-ARTICLE(WS-INDEX-TRI)
                 " " WS-LST-LOT(WS-INDEX-TRI)
                 " " WS-LST-DLC(WS-INDEX-TRI)
                 " " WS-LST-QTE(WS-INDEX-TRI)
                 "  " WS-LST-COMMANDE1(WS-INDEX-TRI)
                 " " WS-LST-COMMANDE2(WS-INDEX-TRI)
                 INTO LIGNE-LISTE
              END-IF
              WRITE LIGNE-LISTE
           END-PERFORM.
           MOVE SPACES TO LIGNE-LISTE.
           STRING "--- " WS-NB-PREPAREES " commande(s) preparee(s), "
           WS-NB-PRELEVES " prelevement(s), " WS-NB-RELIQUATS
           " ligne(s) en reliquat ---"
           INTO LIGNE-LISTE.
           WRITE LIGNE-LISTE.
           CLOSE LISTES-PREPARATION.
       EDITE-LISTES-FIN.
           EXIT.

      *la commande expédiée WS-INDEX-ETAT reçoit un bon de
      *livraison numéroté pour ses lots prélevés pas encore livrés,
      *avec ce qui reste en reliquat ; ses lignes passent livrées
       EDITE-BON-LIVRAISON.
           MOVE 0 TO WS-NB-LIGNES-BL.
           PERFORM VARYING WS-INDEX-PRL FROM 1 BY 1
           UNTIL WS-INDEX-PRL GREATER THAN WS-NB-PRELEVEMENTS
              IF WS-PRL-COMMANDE1(WS-INDEX-PRL) EQUAL
              WS-ETAT-COMMANDE1(WS-INDEX-ETAT)
              AND WS-PRL-COMMANDE2(WS-INDEX-PRL) EQUAL
              WS-ETAT-COMMANDE2(WS-INDEX-ETAT)
              AND WS-PRL-ETAT(WS-INDEX-PRL) EQUAL "P"
                 ADD 1 TO WS-NB-LIGNES-BL
              END-IF
           END-PERFORM.
           IF WS-NB-LIGNES-BL EQUAL 0
              GO TO EDITE-BON-LIVRAISON-FIN
           END-IF.

           MOVE SPACES TO WS-NOM-CLIENT.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
           UNTIL WS-INDEX-CLIENT GREATER THAN WS-NB-CLIENTS
              IF WS-CLIENT-NUM(WS-INDEX-CLIENT) EQUAL
              WS-ETAT-CLIENT(WS-INDEX-ETAT)
                 STRING
                 FUNCTION TRIM(WS-CLIENT-NOM(WS-INDEX-CLIENT)) " "
                 FUNCTION TRIM(WS-CLIENT-PRENOM(WS-INDEX-CLIENT))
                 INTO WS-NOM-CLIENT
              END-IF
           END-PERFORM.

           MOVE ALL "=" TO LIGNE-BON.
           WRITE LIGNE-BON.
           MOVE SPACES TO LIGNE-BON.
           STRING "BON DE LIVRAISON " WS-PROCHAIN-NUMERO
           " du " WS-DATE-JOUR
           INTO LIGNE-BON.
           WRITE LIGNE-BON.
           MOVE SPACES TO LIGNE-BON.
           STRING "Client : " WS-ETAT-CLIENT(WS-INDEX-ETAT) " "
           FUNCTION TRIM(WS-NOM-CLIENT)
           INTO LIGNE-BON.
           WRITE LIGNE-BON.
           MOVE SPACES TO LIGNE-BON.
           STRING "Commande " WS-ETAT-COMMANDE1(WS-INDEX-ETAT)
           " " WS-ETAT-COMMANDE2(WS-INDEX-ETAT)
           " du " WS-ETAT-DATE-CDE(WS-INDEX-ETAT)
           INTO LIGNE-BON.
           WRITE LIGNE-BON.

           PERFORM VARYING WS-INDEX-PRL FROM 1 BY 1
           UNTIL WS-INDEX-PRL GREATER THAN WS-NB-PRELEVEMENTS
              IF WS-PRL-COMMANDE1(WS-INDEX-PRL) EQUAL
              WS-ETAT-COMMANDE1(WS-INDEX-ETAT)
              AND WS-PRL-COMMANDE2(WS-INDEX-PRL) EQUAL
              WS-ETAT-COMMANDE2(WS-INDEX-ETAT)
                 MOVE SPACES TO LIGNE-BON
                 EVALUATE WS-PRL-ETAT(WS-INDEX-PRL)
                    WHEN "P"
                       STRING "  " WS-PRL-ARTICLE(WS-INDEX-PRL)
                       " lot " WS-PRL-LOT(WS-INDEX-PRL)
                       " dlc " WS-PRL-DLC(WS-INDEX-PRL)
                       " qte " WS-PRL-QTE(WS-INDEX-PRL)
                       " depot " WS-PRL-DEPOT(WS-INDEX-PRL)
                       INTO LIGNE-BON
                       WRITE LIGNE-BON
                       MOVE "L" TO WS-PRL-ETAT(WS-INDEX-PRL)
                       MOVE WS-PROCHAIN-NUMERO
                       TO WS-PRL-NUM-BL(WS-INDEX-PRL)
                       MOVE WS-DATE-JOUR TO WS-PRL-DATE(WS-INDEX-PRL)
                    WHEN "R"
                       STRING "  " WS-PRL-ARTICLE(WS-INDEX-PRL)
                       " reste a livrer " WS-PRL-QTE(WS-INDEX-PRL)
                       " (en reliquat)"
                       INTO LIGNE-BON
                       WRITE LIGNE-BON
                 END-EVALUATE
              END-IF
           END-PERFORM.
           MOVE SPACES TO LIGNE-BON.
           WRITE LIGNE-BON.

           ADD 1 TO WS-NB-BONS.
           ADD 1 TO WS-PROCHAIN-NUMERO.
       EDITE-BON-LIVRAISON-FIN.
           EXIT.
