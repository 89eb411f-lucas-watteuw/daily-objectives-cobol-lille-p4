       IDENTIFICATION DIVISION.
       PROGRAM-ID. avoirs.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les demandes d'avoir : la facture d'origine, T pour l'annuler
      *en totalité ou P pour un avoir partiel de montant donné, et
      *le motif ; le fichier est vidé une fois traité
           SELECT DEMANDES ASSIGN TO "demandes-avoirs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEMANDES-STATUS.

           SELECT DEMANDES-VIDE ASSIGN TO "demandes-avoirs.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le registre des factures émises par factures.cbl
           SELECT REGISTRE-FACTURES ASSIGN TO "registre-factures.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGFAC-STATUS.

      *les commandes, pour le client de la facture
           SELECT COMMANDE ASSIGN TO "num-commandes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMMANDE-STATUS.

      *les clients, pour l'adresse de l'avoir
           SELECT CLIENT ASSIGN TO "clients.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLIENT-STATUS.

      *les lignes chiffrées des commandes, pour ventiler l'avoir
      *sur les taux de TVA de la facture
           SELECT LIGNES-COMMANDES ASSIGN TO "lignes-commandes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-LIGNES-STATUS.

      *le compteur du prochain numéro d'avoir, série propre et
      *strictement séquentielle comme celle des factures
           SELECT COMPTEUR ASSIGN TO "compteur-avoirs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMPTEUR-STATUS.

           SELECT COMPTEUR-NOUVEAU ASSIGN TO "compteur-avoirs.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le registre des avoirs émis, jamais réécrit, chaque avoir
      *rattaché à sa facture
           SELECT REGISTRE-AVOIRS ASSIGN TO "registre-avoirs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REGAV-STATUS.

      *la TVA des avoirs par taux, reprise par tva.cbl en
      *diminution de la déclaration du mois
           SELECT AVOIRS-TVA ASSIGN TO "avoirs-tva.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AVTVA-STATUS.

      *les avoirs mis en forme, prêts à envoyer
           SELECT AVOIRS-EDITES ASSIGN TO "avoirs.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-EDITES-STATUS.

      *les demandes refusées avec leur motif
           SELECT AVOIRS-REFUSES ASSIGN TO "avoirs-refuses.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REFUSES-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEMANDES.
       01 LIGNE-DEMANDE.
           05 NUM-FACTURE-DEM PIC 9(6).
           05 FILLER          PIC X.
           05 NATURE-DEM      PIC X.
           05 FILLER          PIC X.
           05 MONTANT-DEM     PIC 9(6)V99.
           05 FILLER          PIC X.
           05 MOTIF-DEM       PIC X(30).

       FD DEMANDES-VIDE.
       01 LIGNE-DEMANDE-VIDE PIC X(48).

       FD REGISTRE-FACTURES.
       01 LIGNE-REGISTRE.
           05 NUM-FACTURE-REG PIC 9(6).
           05 FILLER          PIC X.
           05 NUM-COMMANDE1-REG PIC 9(4).
           05 FILLER          PIC X.
           05 NUM-COMMANDE2-REG PIC 9(5).
           05 FILLER          PIC X.
           05 DATE-FACTURE-REG PIC 9(8).
           05 FILLER          PIC X.
           05 MONTANT-FACTURE-REG PIC 9(6)V99.

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

       FD COMPTEUR.
       01 LIGNE-COMPTEUR.
           05 PROCHAIN-NUMERO PIC 9(6).

       FD COMPTEUR-NOUVEAU.
       01 LIGNE-COMPTEUR-NOUVEAU.
           05 PROCHAIN-NUMERO-N PIC 9(6).

      *un avoir : son numéro, la facture d'origine, le client, la
      *date d'émission, le montant TTC et le motif
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

      *la part de l'avoir à un taux : date, taux, base HT et TVA
      *en centimes, numéro d'avoir
       FD AVOIRS-TVA.
       01 LIGNE-AVOIR-TVA.
           05 DATE-AVT    PIC 9(8).
           05 FILLER      PIC X.
           05 TAUX-AVT    PIC 9(2)V99.
           05 FILLER      PIC X.
           05 NET-AVT     PIC 9(8)V99.
           05 FILLER      PIC X.
           05 TVA-AVT     PIC 9(8)V99.
           05 FILLER      PIC X.
           05 NUM-AVOIR-AVT PIC 9(6).

       FD AVOIRS-EDITES.
       01 LIGNE-EDITEE PIC X(80).

       FD AVOIRS-REFUSES.
       01 LIGNE-REFUS.
           05 DATE-REFUS     PIC 9(8).
           05 FILLER         PIC X.
           05 NUM-FACTURE-REFUS PIC 9(6).
           05 FILLER         PIC X.
           05 NATURE-REFUS   PIC X.
           05 FILLER         PIC X.
           05 MONTANT-REFUS  PIC 9(6)V99.
           05 FILLER         PIC X.
           05 MOTIF-REFUS    PIC X(30).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-DEMANDES-STATUS PIC X(2) VALUE SPACES.
           88 WS-DEMANDES-STATUS-OK VALUE "00".
       01 WS-REGFAC-STATUS PIC X(2) VALUE SPACES.
           88 WS-REGFAC-STATUS-OK VALUE "00".
       01 WS-COMMANDE-STATUS PIC X(2) VALUE SPACES.
           88 WS-COMMANDE-STATUS-OK VALUE "00".
       01 WS-CLIENT-STATUS PIC X(2) VALUE SPACES.
           88 WS-CLIENT-STATUS-OK VALUE "00".
       01 WS-LIGNES-STATUS PIC X(2) VALUE SPACES.
           88 WS-LIGNES-STATUS-OK VALUE "00".
       01 WS-COMPTEUR-STATUS PIC X(2) VALUE SPACES.
           88 WS-COMPTEUR-STATUS-OK VALUE "00".
       01 WS-REGAV-STATUS PIC X(2) VALUE SPACES.
           88 WS-REGAV-STATUS-OK VALUE "00".
       01 WS-AVTVA-STATUS PIC X(2) VALUE SPACES.
           88 WS-AVTVA-STATUS-OK VALUE "00".
       01 WS-EDITES-STATUS PIC X(2) VALUE SPACES.
           88 WS-EDITES-STATUS-OK VALUE "00".
       01 WS-REFUSES-STATUS PIC X(2) VALUE SPACES.
           88 WS-REFUSES-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-DEMANDES PIC X VALUE "C".
       01 WS-FIN-REGFAC PIC X VALUE "C".
       01 WS-FIN-COMMANDES PIC X VALUE "C".
       01 WS-FIN-CLIENTS PIC X VALUE "C".
       01 WS-FIN-LIGNES PIC X VALUE "C".
       01 WS-FIN-COMPTEUR PIC X VALUE "C".
       01 WS-FIN-REGAV PIC X VALUE "C".

      *les factures émises
       01 WS-NB-FACTURES PIC 9(5) VALUE 0.
       01 WS-FACTURE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-FACTURES.
           05 WS-FAC-NUMERO    PIC 9(6).
           05 WS-FAC-COMMANDE1 PIC 9(4).
           05 WS-FAC-COMMANDE2 PIC 9(5).
           05 WS-FAC-DATE      PIC 9(8).
           05 WS-FAC-MONTANT   PIC 9(6)V99.

      *les commandes et leur client
       01 WS-NB-COMMANDES PIC 9(5) VALUE 0.
       01 WS-COMMANDE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-COMMANDES.
           05 WS-CDE-CLIENT    PIC 9(2).
           05 WS-CDE-COMMANDE1 PIC 9(4).
           05 WS-CDE-COMMANDE2 PIC 9(5).

      *les clients en mémoire
       01 WS-NB-CLIENTS PIC 9(4) VALUE 0.
       01 WS-CLIENT-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-CLIENTS.
           05 WS-CLIENT-NUM    PIC 9(2).
           05 WS-CLIENT-NOM    PIC X(14).
           05 WS-CLIENT-PRENOM PIC X(11).

      *les lignes chiffrées des commandes
       01 WS-NB-LIGNES PIC 9(4) VALUE 0.
       01 WS-LIGNE-CDE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-LIGNES.
           05 WS-LCD-COMMANDE1 PIC 9(4).
           05 WS-LCD-COMMANDE2 PIC 9(5).
           05 WS-LCD-QTE       PIC 9(3).
           05 WS-LCD-PRIX-UNIT PIC 9(4)V99.
           05 WS-LCD-TAUX-TVA  PIC 9(2)V99.

      *les avoirs déjà émis, relevés dans le registre : ils
      *diminuent le reste de leur facture et nourrissent le
      *contrôle de séquence
       01 WS-NB-AVOIRS PIC 9(5) VALUE 0.
       01 WS-AVOIR OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-AVOIRS.
           05 WS-AV-NUMERO  PIC 9(6).
           05 WS-AV-FACTURE PIC 9(6).
           05 WS-AV-MONTANT PIC 9(6)V99.

      *la ventilation de la facture par taux de TVA, à laquelle
      *l'avoir est proportionné ; une facture sans lignes est
      *réputée au taux normal
       01 WS-NB-TAUX PIC 9(2) VALUE 0.
       01 WS-TAUX-FACTURE OCCURS 1 TO 99 TIMES
          DEPENDING ON WS-NB-TAUX.
           05 WS-TXF-TAUX PIC 9(2)V99.
           05 WS-TXF-TTC  PIC 9(8)V99.
       01 WS-TAUX-NORMAL PIC 9(2)V99 VALUE 20,00.
       01 WS-TOTAL-LIGNES PIC 9(8)V99.
       01 WS-PART-TTC PIC 9(8)V99.
       01 WS-CUMUL-PARTS PIC 9(8)V99.
       01 WS-BASE-HT PIC 9(8)V99.
       01 WS-MONTANT-TVA PIC 9(8)V99.
       01 WS-MONTANT-LIGNE PIC 9(8)V99.

      *index et drapeaux de recherche
       01 WS-INDEX-FAC PIC 9(5).
       01 WS-INDEX-CDE PIC 9(5).
       01 WS-INDEX-CLIENT PIC 9(4).
       01 WS-INDEX-LIGNE PIC 9(4).
       01 WS-INDEX-AV PIC 9(5).
       01 WS-INDEX-TAUX PIC 9(2).
       01 WS-FACTURE-COURANTE PIC 9(5).
       01 WS-TROUVE PIC X VALUE "N".
           88 WS-EST-TROUVE VALUE "O".

      *la demande en cours : le montant de l'avoir, le reste de la
      *facture, le client et le motif d'un refus
       01 WS-MONTANT-AVOIR PIC 9(6)V99.
       01 WS-DEJA-AVOIRE PIC 9(8)V99.
       01 WS-RESTE-FACTURE PIC 9(8)V99.
       01 WS-CLIENT-FACTURE PIC 9(2).
       01 WS-NOM-AVOIR PIC X(26).
       01 WS-MOTIF-REFUS PIC X(30).

      *le prochain numéro d'avoir à attribuer
       01 WS-PROCHAIN-NUMERO PIC 9(6) VALUE 1.

      *le contrôle de séquence du registre des avoirs
       01 WS-NUMERO-ATTENDU PIC 9(6).
       01 WS-COMPTE-NUMERO PIC 9(4).
       01 WS-SEQUENCE-OK PIC X VALUE "O".
           88 WS-SEQUENCE-EST-OK VALUE "O".

      *la date du jour, date d'émission des avoirs
       01 WS-DATE-JOUR PIC 9(8).

      *zones d'édition
       01 WS-MONTANT-EDIT PIC Z(5)9,99.
       01 WS-RESTE-EDIT PIC Z(7)9,99.
       01 WS-HT-EDIT PIC Z(7)9,99.
       01 WS-TVA-EDIT PIC Z(7)9,99.
       01 WS-TTC-EDIT PIC Z(7)9,99.
       01 WS-TAUX-EDIT PIC Z9,99.

      *compteurs du run
       01 WS-NB-EMIS PIC 9(4) VALUE 0.
       01 WS-NB-REFUSES PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *les factures émises, sans lesquelles aucun avoir n'a de sens
           OPEN INPUT REGISTRE-FACTURES.
           IF NOT WS-REGFAC-STATUS-OK
              DISPLAY "registre-factures.txt absent, "
              "lancer factures d'abord"
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-FIN-REGFAC EQUAL "F"
              READ REGISTRE-FACTURES
                 AT END
                    MOVE "F" TO WS-FIN-REGFAC
                 NOT AT END
                    ADD 1 TO WS-NB-FACTURES
                    MOVE NUM-FACTURE-REG
                    TO WS-FAC-NUMERO(WS-NB-FACTURES)
                    MOVE NUM-COMMANDE1-REG
                    TO WS-FAC-COMMANDE1(WS-NB-FACTURES)
                    MOVE NUM-COMMANDE2-REG
                    TO WS-FAC-COMMANDE2(WS-NB-FACTURES)
                    MOVE DATE-FACTURE-REG
                    TO WS-FAC-DATE(WS-NB-FACTURES)
                    MOVE MONTANT-FACTURE-REG
                    TO WS-FAC-MONTANT(WS-NB-FACTURES)
              END-READ
           END-PERFORM.
           CLOSE REGISTRE-FACTURES.

      *les commandes, pour retrouver le client de chaque facture
           OPEN INPUT COMMANDE.
           IF WS-COMMANDE-STATUS-OK
              PERFORM UNTIL WS-FIN-COMMANDES EQUAL "F"
                 READ COMMANDE
                    AT END
                       MOVE "F" TO WS-FIN-COMMANDES
                    NOT AT END
                       ADD 1 TO WS-NB-COMMANDES
                       MOVE NUM-CLIENT-COMMANDE
                       TO WS-CDE-CLIENT(WS-NB-COMMANDES)
                       MOVE NUM-COMMANDE1
                       TO WS-CDE-COMMANDE1(WS-NB-COMMANDES)
                       MOVE NUM-COMMANDE2
                       TO WS-CDE-COMMANDE2(WS-NB-COMMANDES)
                 END-READ
              END-PERFORM
              CLOSE COMMANDE
           END-IF.

      *on charge les clients
           OPEN INPUT CLIENT.
           IF WS-CLIENT-STATUS-OK
              PERFORM UNTIL WS-FIN-CLIENTS EQUAL "F"
                 READ CLIENT
                    AT END
                       MOVE "F" TO WS-FIN-CLIENTS
                    NOT AT END
                       ADD 1 TO WS-NB-CLIENTS
                       MOVE NUM-CLIENT
                       TO WS-CLIENT-NUM(WS-NB-CLIENTS)
                       MOVE NOM-CLIENT
                       TO WS-CLIENT-NOM(WS-NB-CLIENTS)
                       MOVE PRENOM-CLIENT
                       TO WS-CLIENT-PRENOM(WS-NB-CLIENTS)
                 END-READ
              END-PERFORM
              CLOSE CLIENT
           END-IF.

      *les lignes chiffrées des commandes
           OPEN INPUT LIGNES-COMMANDES.
           IF WS-LIGNES-STATUS-OK
              PERFORM UNTIL WS-FIN-LIGNES EQUAL "F"
                 READ LIGNES-COMMANDES
                    AT END
                       MOVE "F" TO WS-FIN-LIGNES
                    NOT AT END
                       IF PRIX-UNIT-DET IS NUMERIC
                       AND TAUX-TVA-DET IS NUMERIC
                          ADD 1 TO WS-NB-LIGNES
                          MOVE NUM-COMMANDE1-DET
                          TO WS-LCD-COMMANDE1(WS-NB-LIGNES)
                          MOVE NUM-COMMANDE2-DET
                          TO WS-LCD-COMMANDE2(WS-NB-LIGNES)
                          MOVE QTE-DET TO WS-LCD-QTE(WS-NB-LIGNES)
                          MOVE PRIX-UNIT-DET
                          TO WS-LCD-PRIX-UNIT(WS-NB-LIGNES)
                          MOVE TAUX-TVA-DET
                          TO WS-LCD-TAUX-TVA(WS-NB-LIGNES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE LIGNES-COMMANDES
           END-IF.

      *on relit le registre des avoirs
           OPEN INPUT REGISTRE-AVOIRS.
           IF WS-REGAV-STATUS-OK
              PERFORM UNTIL WS-FIN-REGAV EQUAL "F"
                 READ REGISTRE-AVOIRS
                    AT END
                       MOVE "F" TO WS-FIN-REGAV
                    NOT AT END
                       ADD 1 TO WS-NB-AVOIRS
                       MOVE NUM-AVOIR-AV TO WS-AV-NUMERO(WS-NB-AVOIRS)
                       MOVE NUM-FACTURE-AV
                       TO WS-AV-FACTURE(WS-NB-AVOIRS)
                       MOVE MONTANT-AV TO WS-AV-MONTANT(WS-NB-AVOIRS)
                 END-READ
              END-PERFORM
              CLOSE REGISTRE-AVOIRS
              OPEN EXTEND REGISTRE-AVOIRS
           ELSE
              OPEN OUTPUT REGISTRE-AVOIRS
           END-IF.

      *le compteur du prochain numéro, créé à 1 au premier run
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

      *la TVA des avoirs, les avoirs édités et les refus
      *s'ajoutent à ceux des runs précédents
           OPEN INPUT AVOIRS-TVA.
           IF WS-AVTVA-STATUS-OK
              CLOSE AVOIRS-TVA
              OPEN EXTEND AVOIRS-TVA
           ELSE
              OPEN OUTPUT AVOIRS-TVA
           END-IF.
           OPEN INPUT AVOIRS-EDITES.
           IF WS-EDITES-STATUS-OK
              CLOSE AVOIRS-EDITES
              OPEN EXTEND AVOIRS-EDITES
           ELSE
              OPEN OUTPUT AVOIRS-EDITES
           END-IF.
           OPEN INPUT AVOIRS-REFUSES.
           IF WS-REFUSES-STATUS-OK
              CLOSE AVOIRS-REFUSES
              OPEN EXTEND AVOIRS-REFUSES
           ELSE
              OPEN OUTPUT AVOIRS-REFUSES
           END-IF.

      *un avoir par demande recevable
           OPEN INPUT DEMANDES.
           IF WS-DEMANDES-STATUS-OK
              PERFORM UNTIL WS-FIN-DEMANDES EQUAL "F"
                 READ DEMANDES
                    AT END
                       MOVE "F" TO WS-FIN-DEMANDES
                    NOT AT END
                       PERFORM TRAITE-DEMANDE THRU TRAITE-DEMANDE-FIN
                 END-READ
              END-PERFORM
              CLOSE DEMANDES
           ELSE
              DISPLAY "demandes-avoirs.txt absent, aucun avoir"
           END-IF.
           CLOSE REGISTRE-AVOIRS.
           CLOSE AVOIRS-TVA.
           CLOSE AVOIRS-EDITES.
           CLOSE AVOIRS-REFUSES.

      *les demandes traitées ne doivent pas l'être deux fois
           OPEN OUTPUT DEMANDES-VIDE.
           CLOSE DEMANDES-VIDE.

      *le compteur mis à jour pour le prochain run
           OPEN OUTPUT COMPTEUR-NOUVEAU.
           MOVE WS-PROCHAIN-NUMERO TO PROCHAIN-NUMERO-N.
           WRITE LIGNE-COMPTEUR-NOUVEAU.
           CLOSE COMPTEUR-NOUVEAU.

      *le contrôle de séquence : chaque numéro d'avoir de 1 au
      *dernier émis exactement une fois au registre
           PERFORM CONTROLE-SEQUENCE THRU CONTROLE-SEQUENCE-FIN.
           IF NOT WS-SEQUENCE-EST-OK
              DISPLAY "ATTENTION registre des avoirs en ecart, "
              "run refuse"
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "Fin du traitement - " WS-NB-EMIS
              " avoir(s) emis, " WS-NB-REFUSES
              " demande(s) refusee(s), registre sequentiel verifie"
           END-IF.

           STOP RUN.

      *la demande lue : la facture doit exister et l'avoir ne pas
      *dépasser ce qui reste de la facture après ses avoirs
       TRAITE-DEMANDE.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-FAC FROM 1 BY 1
           UNTIL WS-INDEX-FAC GREATER THAN WS-NB-FACTURES
              IF WS-FAC-NUMERO(WS-INDEX-FAC) EQUAL NUM-FACTURE-DEM
                 SET WS-EST-TROUVE TO TRUE
                 MOVE WS-INDEX-FAC TO WS-FACTURE-COURANTE
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              MOVE "facture inconnue" TO WS-MOTIF-REFUS
              PERFORM REFUSE-DEMANDE THRU REFUSE-DEMANDE-FIN
              GO TO TRAITE-DEMANDE-FIN
           END-IF.

           MOVE 0 TO WS-DEJA-AVOIRE.
           PERFORM VARYING WS-INDEX-AV FROM 1 BY 1
           UNTIL WS-INDEX-AV GREATER THAN WS-NB-AVOIRS
              IF WS-AV-FACTURE(WS-INDEX-AV) EQUAL NUM-FACTURE-DEM
                 ADD WS-AV-MONTANT(WS-INDEX-AV) TO WS-DEJA-AVOIRE
              END-IF
           END-PERFORM.
           IF WS-DEJA-AVOIRE NOT LESS THAN
           WS-FAC-MONTANT(WS-FACTURE-COURANTE)
              MOVE "facture deja soldee par avoir" TO WS-MOTIF-REFUS
              PERFORM REFUSE-DEMANDE THRU REFUSE-DEMANDE-FIN
              GO TO TRAITE-DEMANDE-FIN
           END-IF.
           COMPUTE WS-RESTE-FACTURE =
           WS-FAC-MONTANT(WS-FACTURE-COURANTE) - WS-DEJA-AVOIRE.

           EVALUATE NATURE-DEM
              WHEN "T"
                 MOVE WS-RESTE-FACTURE TO WS-MONTANT-AVOIR
              WHEN "P"
                 IF MONTANT-DEM IS NOT NUMERIC
                 OR MONTANT-DEM EQUAL 0
                    MOVE "montant nul ou invalide" TO WS-MOTIF-REFUS
                    PERFORM REFUSE-DEMANDE THRU REFUSE-DEMANDE-FIN
                    GO TO TRAITE-DEMANDE-FIN
                 END-IF
                 MOVE MONTANT-DEM TO WS-MONTANT-AVOIR
              WHEN OTHER
                 MOVE "nature ni T ni P" TO WS-MOTIF-REFUS
                 PERFORM REFUSE-DEMANDE THRU REFUSE-DEMANDE-FIN
                 GO TO TRAITE-DEMANDE-FIN
           END-EVALUATE.
           IF WS-MONTANT-AVOIR GREATER THAN WS-RESTE-FACTURE
              MOVE "montant superieur au reste" TO WS-MOTIF-REFUS
              PERFORM REFUSE-DEMANDE THRU REFUSE-DEMANDE-FIN
              GO TO TRAITE-DEMANDE-FIN
           END-IF.

      *le client de la facture et son nom
           MOVE 0 TO WS-CLIENT-FACTURE.
           PERFORM VARYING WS-INDEX-CDE FROM 1 BY 1
           UNTIL WS-INDEX-CDE GREATER THAN WS-NB-COMMANDES
              IF WS-CDE-COMMANDE1(WS-INDEX-CDE) EQUAL
              WS-FAC-COMMANDE1(WS-FACTURE-COURANTE)
              AND WS-CDE-COMMANDE2(WS-INDEX-CDE) EQUAL
              WS-FAC-COMMANDE2(WS-FACTURE-COURANTE)
                 MOVE WS-CDE-CLIENT(WS-INDEX-CDE) TO WS-CLIENT-FACTURE
              END-IF
           END-PERFORM.
           MOVE SPACES TO WS-NOM-AVOIR.
           PERFORM VARYING WS-INDEX-CLIENT FROM 1 BY 1
           UNTIL WS-INDEX-CLIENT GREATER THAN WS-NB-CLIENTS
              IF WS-CLIENT-NUM(WS-INDEX-CLIENT) EQUAL
              WS-CLIENT-FACTURE
                 STRING
                 FUNCTION TRIM(WS-CLIENT-NOM(WS-INDEX-CLIENT)) " "
                 FUNCTION TRIM(WS-CLIENT-PRENOM(WS-INDEX-CLIENT))
                 INTO WS-NOM-AVOIR
              END-IF
           END-PERFORM.

      *la ligne de registre d'abord : le numéro est consommé même
      *si l'édition échouait, le contrôle de séquence le verrait
           MOVE SPACES TO LIGNE-AVOIR.
           MOVE WS-PROCHAIN-NUMERO TO NUM-AVOIR-AV.
           MOVE NUM-FACTURE-DEM TO NUM-FACTURE-AV.
           MOVE WS-CLIENT-FACTURE TO NUM-CLIENT-AV.
           MOVE WS-DATE-JOUR TO DATE-AVOIR-AV.
           MOVE WS-MONTANT-AVOIR TO MONTANT-AV.
           MOVE MOTIF-DEM TO MOTIF-AV.
           WRITE LIGNE-AVOIR.
           ADD 1 TO WS-NB-AVOIRS.
           MOVE WS-PROCHAIN-NUMERO TO WS-AV-NUMERO(WS-NB-AVOIRS).
           MOVE NUM-FACTURE-DEM TO WS-AV-FACTURE(WS-NB-AVOIRS).
           MOVE WS-MONTANT-AVOIR TO WS-AV-MONTANT(WS-NB-AVOIRS).

      *l'avoir mis en forme
           MOVE ALL "=" TO LIGNE-EDITEE.
           WRITE LIGNE-EDITEE.
           MOVE SPACES TO LIGNE-EDITEE.
           STRING "AVOIR " WS-PROCHAIN-NUMERO
           " du " WS-DATE-JOUR
           INTO LIGNE-EDITEE.
           WRITE LIGNE-EDITEE.
           MOVE SPACES TO LIGNE-EDITEE.
           STRING "Client : " FUNCTION TRIM(WS-NOM-AVOIR)
           INTO LIGNE-EDITEE.
           WRITE LIGNE-EDITEE.
           MOVE WS-FAC-MONTANT(WS-FACTURE-COURANTE) TO WS-MONTANT-EDIT.
           MOVE SPACES TO LIGNE-EDITEE.
           STRING "Sur facture " NUM-FACTURE-DEM
           " du " WS-FAC-DATE(WS-FACTURE-COURANTE)
           " de " FUNCTION TRIM(WS-MONTANT-EDIT) " EUR"
           INTO LIGNE-EDITEE.
           WRITE LIGNE-EDITEE.
           MOVE SPACES TO LIGNE-EDITEE.
           STRING "Motif : " FUNCTION TRIM(MOTIF-DEM)
           INTO LIGNE-EDITEE.
           WRITE LIGNE-EDITEE.
           PERFORM VENTILE-AVOIR THRU VENTILE-AVOIR-FIN.
           MOVE WS-MONTANT-AVOIR TO WS-MONTANT-EDIT.
           MOVE SPACES TO LIGNE-EDITEE.
           STRING "Montant de l'avoir : "
           FUNCTION TRIM(WS-MONTANT-EDIT) " EUR"
           INTO LIGNE-EDITEE.
           WRITE LIGNE-EDITEE.
           SUBTRACT WS-MONTANT-AVOIR FROM WS-RESTE-FACTURE.
           MOVE WS-RESTE-FACTURE TO WS-RESTE-EDIT.
           MOVE SPACES TO LIGNE-EDITEE.
           STRING "Reste de la facture : "
           FUNCTION TRIM(WS-RESTE-EDIT) " EUR"
           INTO LIGNE-EDITEE.
           WRITE LIGNE-EDITEE.
           MOVE SPACES TO LIGNE-EDITEE.
           WRITE LIGNE-EDITEE.

           ADD 1 TO WS-NB-EMIS.
           ADD 1 TO WS-PROCHAIN-NUMERO.
       TRAITE-DEMANDE-FIN.
           EXIT.

      *la demande lue est refusée avec le motif WS-MOTIF-REFUS
       REFUSE-DEMANDE.
           ADD 1 TO WS-NB-REFUSES.
           DISPLAY "avoir sur facture " NUM-FACTURE-DEM " refuse : "
           FUNCTION TRIM(WS-MOTIF-REFUS).
           MOVE SPACES TO LIGNE-REFUS.
           MOVE WS-DATE-JOUR TO DATE-REFUS.
           MOVE NUM-FACTURE-DEM TO NUM-FACTURE-REFUS.
           MOVE NATURE-DEM TO NATURE-REFUS.
           IF MONTANT-DEM IS NUMERIC
              MOVE MONTANT-DEM TO MONTANT-REFUS
           ELSE
              MOVE 0 TO MONTANT-REFUS
           END-IF.
           MOVE WS-MOTIF-REFUS TO MOTIF-REFUS.
           WRITE LIGNE-REFUS.
       REFUSE-DEMANDE-FIN.
           EXIT.

      *l'avoir réparti sur les taux de la facture au prorata de
      *leur TTC, le dernier taux prenant l'arrondi ; chaque part
      *donne sa base HT et sa TVA, éditées et transmises à tva.cbl
       VENTILE-AVOIR.
           MOVE 0 TO WS-NB-TAUX.
           MOVE 0 TO WS-TOTAL-LIGNES.
           PERFORM VARYING WS-INDEX-LIGNE FROM 1 BY 1
           UNTIL WS-INDEX-LIGNE GREATER THAN WS-NB-LIGNES
              IF WS-LCD-COMMANDE1(WS-INDEX-LIGNE) EQUAL
              WS-FAC-COMMANDE1(WS-FACTURE-COURANTE)
              AND WS-LCD-COMMANDE2(WS-INDEX-LIGNE) EQUAL
              WS-FAC-COMMANDE2(WS-FACTURE-COURANTE)
                 COMPUTE WS-MONTANT-LIGNE =
                 WS-LCD-QTE(WS-INDEX-LIGNE)
                 * WS-LCD-PRIX-UNIT(WS-INDEX-LIGNE)
                 ADD WS-MONTANT-LIGNE TO WS-TOTAL-LIGNES
                 MOVE "N" TO WS-TROUVE
                 PERFORM VARYING WS-INDEX-TAUX FROM 1 BY 1
                 UNTIL WS-INDEX-TAUX GREATER THAN WS-NB-TAUX
                    IF WS-TXF-TAUX(WS-INDEX-TAUX) EQUAL
                    WS-LCD-TAUX-TVA(WS-INDEX-LIGNE)
                       SET WS-EST-TROUVE TO TRUE
                       ADD WS-MONTANT-LIGNE
                       TO WS-TXF-TTC(WS-INDEX-TAUX)
                    END-IF
                 END-PERFORM
                 IF NOT WS-EST-TROUVE
                    ADD 1 TO WS-NB-TAUX
                    MOVE WS-LCD-TAUX-TVA(WS-INDEX-LIGNE)
                    TO WS-TXF-TAUX(WS-NB-TAUX)
                    MOVE WS-MONTANT-LIGNE TO WS-TXF-TTC(WS-NB-TAUX)
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-NB-TAUX EQUAL 0 OR WS-TOTAL-LIGNES EQUAL 0
              MOVE 1 TO WS-NB-TAUX
              MOVE WS-TAUX-NORMAL TO WS-TXF-TAUX(1)
              MOVE WS-MONTANT-AVOIR TO WS-TXF-TTC(1)
              MOVE WS-MONTANT-AVOIR TO WS-TOTAL-LIGNES
           END-IF.

           MOVE SPACES TO LIGNE-EDITEE.
           STRING "  taux TVA        base HT          TVA"
           "          TTC"
           INTO LIGNE-EDITEE.
           WRITE LIGNE-EDITEE.
           MOVE 0 TO WS-CUMUL-PARTS.
           PERFORM VARYING WS-INDEX-TAUX FROM 1 BY 1
           UNTIL WS-INDEX-TAUX GREATER THAN WS-NB-TAUX
              IF WS-INDEX-TAUX EQUAL WS-NB-TAUX
                 COMPUTE WS-PART-TTC =
                 WS-MONTANT-AVOIR - WS-CUMUL-PARTS
              ELSE
                 COMPUTE WS-PART-TTC ROUNDED =
                 WS-MONTANT-AVOIR * WS-TXF-TTC(WS-INDEX-TAUX)
                 / WS-TOTAL-LIGNES
              END-IF
              ADD WS-PART-TTC TO WS-CUMUL-PARTS
              COMPUTE WS-BASE-HT ROUNDED =
              WS-PART-TTC * 100
              / (100 + WS-TXF-TAUX(WS-INDEX-TAUX))
              COMPUTE WS-MONTANT-TVA = WS-PART-TTC - WS-BASE-HT

              MOVE SPACES TO LIGNE-AVOIR-TVA
              MOVE WS-DATE-JOUR TO DATE-AVT
              MOVE WS-TXF-TAUX(WS-INDEX-TAUX) TO TAUX-AVT
              MOVE WS-BASE-HT TO NET-AVT
              MOVE WS-MONTANT-TVA TO TVA-AVT
              MOVE WS-PROCHAIN-NUMERO TO NUM-AVOIR-AVT
              WRITE LIGNE-AVOIR-TVA

              MOVE WS-TXF-TAUX(WS-INDEX-TAUX) TO WS-TAUX-EDIT
              MOVE WS-BASE-HT TO WS-HT-EDIT
              MOVE WS-MONTANT-TVA TO WS-TVA-EDIT
              MOVE WS-PART-TTC TO WS-TTC-EDIT
              MOVE SPACES TO LIGNE-EDITEE
              STRING "  " WS-TAUX-EDIT " %  " WS-HT-EDIT
              "  " WS-TVA-EDIT "  " WS-TTC-EDIT
              INTO LIGNE-EDITEE
              WRITE LIGNE-EDITEE
           END-PERFORM.
       VENTILE-AVOIR-FIN.
           EXIT.

      *chaque numéro de 1 au dernier émis doit apparaitre
      *exactement une fois dans le registre des avoirs
       CONTROLE-SEQUENCE.
           MOVE "O" TO WS-SEQUENCE-OK.
           PERFORM VARYING WS-NUMERO-ATTENDU FROM 1 BY 1
           UNTIL WS-NUMERO-ATTENDU GREATER THAN OR EQUAL TO
           WS-PROCHAIN-NUMERO
              MOVE 0 TO WS-COMPTE-NUMERO
              PERFORM VARYING WS-INDEX-AV FROM 1 BY 1
              UNTIL WS-INDEX-AV GREATER THAN WS-NB-AVOIRS
                 IF WS-AV-NUMERO(WS-INDEX-AV) EQUAL
                 WS-NUMERO-ATTENDU
                    ADD 1 TO WS-COMPTE-NUMERO
                 END-IF
              END-PERFORM
              IF WS-COMPTE-NUMERO NOT EQUAL 1
                 MOVE "N" TO WS-SEQUENCE-OK
                 DISPLAY "numero d'avoir " WS-NUMERO-ATTENDU
                 " present " WS-COMPTE-NUMERO " fois au registre"
              END-IF
           END-PERFORM.
       CONTROLE-SEQUENCE-FIN.
           EXIT.
