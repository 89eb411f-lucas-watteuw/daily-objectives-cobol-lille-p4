       IDENTIFICATION DIVISION.
       PROGRAM-ID. zcaisse.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les comptages de fin de journée : date, caisse, caissier et
      *montants comptés par moyen de paiement (espèces, carte,
      *chèques, bons de fidélité) ; le fichier est vidé une fois
      *traité
           SELECT COMPTAGES ASSIGN TO "comptages-caisse.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMPTAGES-STATUS.

           SELECT COMPTAGES-VIDE ASSIGN TO "comptages-caisse.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les comptages refusés, tels que lus avec leur motif, ajoutés
      *à ceux des runs précédents pour être corrigés et ressaisis
           SELECT COMPTAGES-REFUSES ASSIGN TO "comptages-refuses.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-REFUSES-STATUS.

      *les tickets de caisse, ce que les caisses ont vendu
           SELECT TICKETS ASSIGN TO "tickets.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-TICKETS-STATUS.

      *le catalogue, pour le prix des produits des tickets
           SELECT PRODUITS ASSIGN TO "produits.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-PRODUITS-STATUS.

      *les bons de fidélité à remettre, édités par tickets.cbl
           SELECT BONS ASSIGN TO "bons-fidelite.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-BONS-STATUS.

      *les clôtures déjà faites, une par caisse et par jour,
      *jamais réécrites ; tickets.cbl les consulte avant de traiter
      *un ticket
           SELECT CLOTURES ASSIGN TO "clotures-caisse.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CLOTURES-STATUS.

      *le compteur du prochain numéro de Z
           SELECT COMPTEUR ASSIGN TO "compteur-z.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-COMPTEUR-STATUS.

           SELECT COMPTEUR-NOUVEAU ASSIGN TO "compteur-z.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les rapports Z, ajoutés à ceux des runs précédents
           SELECT RAPPORT-Z ASSIGN TO "rapport-z.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RAPPORTZ-STATUS.

      *les écarts du mois par caissier, pour le responsable du
      *magasin
           SELECT ECARTS ASSIGN TO "ecarts-caissiers.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COMPTAGES.
       01 LIGNE-COMPTAGE.
           05 DATE-CPT     PIC 9(8).
           05 FILLER       PIC X.
           05 CAISSE-CPT   PIC X(2).
           05 FILLER       PIC X.
           05 CAISSIER-CPT PIC X(10).
           05 FILLER       PIC X.
           05 ESPECES-CPT  PIC 9(6)V99.
           05 FILLER       PIC X.
           05 CARTE-CPT    PIC 9(6)V99.
           05 FILLER       PIC X.
           05 CHEQUE-CPT   PIC 9(6)V99.
           05 FILLER       PIC X.
           05 NB-BONS-CPT  PIC 9(3).
           05 FILLER       PIC X.
           05 BONS-CPT     PIC 9(6)V99.

       FD COMPTAGES-VIDE.
       01 LIGNE-COMPTAGE-VIDE PIC X(62).

       FD COMPTAGES-REFUSES.
       01 LIGNE-REFUS.
           05 COMPTAGE-REFUS PIC X(62).
           05 FILLER         PIC X.
           05 MOTIF-REFUS    PIC X(30).

       FD TICKETS.
       01 LIGNE-TICKET.
           05 DATE-TICKET    PIC 9(8).
           05 FILLER         PIC X.
           05 CLIENT-TICKET  PIC 9(2).
           05 FILLER         PIC X.
           05 PRODUIT-TICKET PIC X(20).
           05 FILLER         PIC X.
           05 QTE-TICKET     PIC 9(3).
           05 FILLER         PIC X.
           05 CAISSE-TICKET  PIC X(2).

       FD PRODUITS.
       01 LIGNE-PRODUIT.
           05 F-NOM          PIC X(20).
           05 F-PRIX         PIC 9(4).
           05 F-VENTE-HEBDO  PIC 9(4).
           05 F-STOCK        PIC 9(4).
           05 F-ETAT         PIC X.
           05 F-DATE-ETAT    PIC 9(8).
           05 F-PRIX-ACHAT   PIC 9(4)V99.
           05 F-TAUX-TVA     PIC 9(2)V99.

       FD BONS.
       01 LIGNE-BON.
           05 LIGNE-BON-CONTENU PIC X(80).

      *une clôture : date, caisse, numéro de Z, caissier, montant
      *attendu des tickets, montant compté, sens de l'écart (+
      *excédent, - manquant) et écart
       FD CLOTURES.
       01 LIGNE-CLOTURE.
           05 DATE-CLO     PIC 9(8).
           05 FILLER       PIC X.
           05 CAISSE-CLO   PIC 9(2).
           05 FILLER       PIC X.
           05 NUM-Z-CLO    PIC 9(6).
           05 FILLER       PIC X.
           05 CAISSIER-CLO PIC X(10).
           05 FILLER       PIC X.
           05 ATTENDU-CLO  PIC 9(6)V99.
           05 FILLER       PIC X.
           05 COMPTE-CLO   PIC 9(6)V99.
           05 FILLER       PIC X.
           05 SENS-CLO     PIC X.
           05 ECART-CLO    PIC 9(6)V99.

       FD COMPTEUR.
       01 LIGNE-COMPTEUR.
           05 PROCHAIN-NUMERO PIC 9(6).

       FD COMPTEUR-NOUVEAU.
       01 LIGNE-COMPTEUR-NOUVEAU.
           05 PROCHAIN-NUMERO-N PIC 9(6).

       FD RAPPORT-Z.
       01 LIGNE-RAPPORT-Z PIC X(80).

       FD ECARTS.
       01 LIGNE-ECARTS PIC X(100).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-COMPTAGES-STATUS PIC X(2) VALUE SPACES.
           88 WS-COMPTAGES-STATUS-OK VALUE "00".
       01 WS-TICKETS-STATUS PIC X(2) VALUE SPACES.
           88 WS-TICKETS-STATUS-OK VALUE "00".
       01 WS-PRODUITS-STATUS PIC X(2) VALUE SPACES.
           88 WS-PRODUITS-STATUS-OK VALUE "00".
       01 WS-BONS-STATUS PIC X(2) VALUE SPACES.
           88 WS-BONS-STATUS-OK VALUE "00".
       01 WS-CLOTURES-STATUS PIC X(2) VALUE SPACES.
           88 WS-CLOTURES-STATUS-OK VALUE "00".
       01 WS-COMPTEUR-STATUS PIC X(2) VALUE SPACES.
           88 WS-COMPTEUR-STATUS-OK VALUE "00".
       01 WS-RAPPORTZ-STATUS PIC X(2) VALUE SPACES.
           88 WS-RAPPORTZ-STATUS-OK VALUE "00".
       01 WS-REFUSES-STATUS PIC X(2) VALUE SPACES.
           88 WS-REFUSES-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-COMPTAGES PIC X VALUE "C".
       01 WS-FIN-TICKETS PIC X VALUE "C".
       01 WS-FIN-PRODUITS PIC X VALUE "C".
       01 WS-FIN-BONS PIC X VALUE "C".
       01 WS-FIN-CLOTURES PIC X VALUE "C".
       01 WS-FIN-COMPTEUR PIC X VALUE "C".

       01 WS-DATE-JOUR PIC 9(8).
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-MOIS-JOUR PIC 9(6).
           05 FILLER       PIC 9(2).

      *le mois du rapport des écarts par caissier
       01 WS-MOIS-ECARTS PIC 9(6) VALUE 0.
       01 WS-DATE-CLO-R.
           05 WS-MOIS-CLO PIC 9(6).
           05 FILLER      PIC 9(2).

      *le prochain numéro de Z, créé à 1 au premier run
       01 WS-PROCHAIN-NUMERO PIC 9(6) VALUE 1.

      *les prix du catalogue
       01 WS-NB-PRODUITS PIC 9(4) VALUE 0.
       01 WS-PRODUIT OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-PRODUITS.
           05 WS-PRODUIT-NOM  PIC X(20).
           05 WS-PRODUIT-PRIX PIC 9(4).

      *les ventes des tickets par jour et par caisse ; un ticket
      *sans numéro de caisse est passé à la caisse 01
       01 WS-NB-VENTES PIC 9(4) VALUE 0.
       01 WS-VENTE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-VENTES.
           05 WS-VTE-DATE     PIC 9(8).
           05 WS-VTE-CAISSE   PIC 9(2).
           05 WS-VTE-MONTANT  PIC 9(8)V99.
           05 WS-VTE-LIGNES   PIC 9(5).
           05 WS-VTE-INCONNUS PIC 9(5).

      *les clôtures connues, celles des runs précédents puis
      *celles du run
       01 WS-NB-CLOTURES PIC 9(5) VALUE 0.
       01 WS-CLOTURE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-CLOTURES.
           05 WS-CLO-DATE     PIC 9(8).
           05 WS-CLO-CAISSE   PIC 9(2).
           05 WS-CLO-NUM-Z    PIC 9(6).
           05 WS-CLO-CAISSIER PIC X(10).
           05 WS-CLO-ECART    PIC S9(6)V99.

      *les caissiers du mois et leurs écarts cumulés
       01 WS-NB-CAISSIERS PIC 9(4) VALUE 0.
       01 WS-CAISSIER OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-CAISSIERS.
           05 WS-CAI-NOM       PIC X(10).
           05 WS-CAI-CLOTURES  PIC 9(4).
           05 WS-CAI-EXCEDENT  PIC 9(8)V99.
           05 WS-CAI-MANQUANT  PIC 9(8)V99.
           05 WS-CAI-NET       PIC S9(8)V99.

      *index et recherche
       01 WS-INDEX-PRODUIT PIC 9(4).
       01 WS-INDEX-VENTE PIC 9(4).
       01 WS-INDEX-CLOTURE PIC 9(5).
       01 WS-INDEX-CAISSIER PIC 9(4).
       01 WS-VENTE-COURANTE PIC 9(4).
       01 WS-CAISSIER-COURANT PIC 9(4).
       01 WS-TROUVE PIC X VALUE "N".
           88 WS-EST-TROUVE VALUE "O".

      *la caisse et le montant en cours
       01 WS-CAISSE PIC 9(2).
       01 WS-MONTANT-LIGNE PIC 9(8)V99.
       01 WS-ATTENDU PIC 9(8)V99.
       01 WS-COMPTE PIC 9(8)V99.
       01 WS-ECART PIC S9(8)V99.
       01 WS-NB-BONS-EMIS PIC 9(4) VALUE 0.

      *compteurs du run
       01 WS-NB-CLOTUREES PIC 9(4) VALUE 0.
       01 WS-NB-REFUSEES PIC 9(4) VALUE 0.
       01 WS-MOTIF-REFUS PIC X(30).

      *éditions
       01 WS-MONTANT-EDIT PIC Z(7)9,99.
       01 WS-ECART-EDIT PIC +Z(7)9,99.
       01 WS-NB-EDIT PIC Z(3)9.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           DISPLAY "mois des ecarts par caissier AAAAMM "
           "(defaut mois en cours)".
           ACCEPT WS-MOIS-ECARTS.
           IF WS-MOIS-ECARTS EQUAL 0
              MOVE WS-MOIS-JOUR TO WS-MOIS-ECARTS
           END-IF.

      *les prix du catalogue
           OPEN INPUT PRODUITS.
           IF WS-PRODUITS-STATUS-OK
              PERFORM UNTIL WS-FIN-PRODUITS EQUAL "F"
                 READ PRODUITS
                    AT END
                       MOVE "F" TO WS-FIN-PRODUITS
                    NOT AT END
                       ADD 1 TO WS-NB-PRODUITS
                       MOVE F-NOM TO WS-PRODUIT-NOM(WS-NB-PRODUITS)
                       MOVE F-PRIX TO WS-PRODUIT-PRIX(WS-NB-PRODUITS)
                 END-READ
              END-PERFORM
              CLOSE PRODUITS
           ELSE
              DISPLAY "produits.txt absent, ventes a zero"
           END-IF.

      *les ventes des tickets, cumulées par jour et par caisse
           OPEN INPUT TICKETS.
           IF WS-TICKETS-STATUS-OK
              PERFORM UNTIL WS-FIN-TICKETS EQUAL "F"
                 READ TICKETS
                    AT END
                       MOVE "F" TO WS-FIN-TICKETS
                    NOT AT END
                       PERFORM CUMULE-TICKET THRU CUMULE-TICKET-FIN
                 END-READ
              END-PERFORM
              CLOSE TICKETS
           ELSE
              DISPLAY "tickets.txt absent, aucune vente attendue"
           END-IF.

      *les bons de fidélité à remettre
           OPEN INPUT BONS.
           IF WS-BONS-STATUS-OK
              PERFORM UNTIL WS-FIN-BONS EQUAL "F"
                 READ BONS
                    AT END
                       MOVE "F" TO WS-FIN-BONS
                    NOT AT END
                       IF LIGNE-BON-CONTENU(1:3) EQUAL "BON"
                          ADD 1 TO WS-NB-BONS-EMIS
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BONS
           END-IF.

      *les clôtures des runs précédents, qu'on complète ensuite
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
                       MOVE NUM-Z-CLO TO WS-CLO-NUM-Z(WS-NB-CLOTURES)
                       MOVE CAISSIER-CLO
                       TO WS-CLO-CAISSIER(WS-NB-CLOTURES)
                       MOVE ECART-CLO TO WS-CLO-ECART(WS-NB-CLOTURES)
                       IF SENS-CLO EQUAL "-"
                          COMPUTE WS-CLO-ECART(WS-NB-CLOTURES) =
                          0 - WS-CLO-ECART(WS-NB-CLOTURES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CLOTURES
              OPEN EXTEND CLOTURES
           ELSE
              OPEN OUTPUT CLOTURES
           END-IF.

      *le compteur du prochain numéro de Z
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

           OPEN INPUT RAPPORT-Z.
           IF WS-RAPPORTZ-STATUS-OK
              CLOSE RAPPORT-Z
              OPEN EXTEND RAPPORT-Z
           ELSE
              OPEN OUTPUT RAPPORT-Z
           END-IF.
           OPEN INPUT COMPTAGES-REFUSES.
           IF WS-REFUSES-STATUS-OK
              CLOSE COMPTAGES-REFUSES
              OPEN EXTEND COMPTAGES-REFUSES
           ELSE
              OPEN OUTPUT COMPTAGES-REFUSES
           END-IF.

      *un Z par comptage d'une caisse et d'un jour pas encore
      *clôturés
           OPEN INPUT COMPTAGES.
           IF WS-COMPTAGES-STATUS-OK
              PERFORM UNTIL WS-FIN-COMPTAGES EQUAL "F"
                 READ COMPTAGES
                    AT END
                       MOVE "F" TO WS-FIN-COMPTAGES
                    NOT AT END
                       PERFORM CLOTURE-CAISSE THRU CLOTURE-CAISSE-FIN
                 END-READ
              END-PERFORM
              CLOSE COMPTAGES
           ELSE
              DISPLAY "comptages-caisse.txt absent, aucune cloture"
           END-IF.
           CLOSE CLOTURES.
           CLOSE RAPPORT-Z.
           CLOSE COMPTAGES-REFUSES.

      *les comptages traités ne doivent pas l'être deux fois, les
      *refusés restent dans comptages-refuses.txt
           OPEN OUTPUT COMPTAGES-VIDE.
           CLOSE COMPTAGES-VIDE.

      *le compteur mis à jour pour le prochain run
           OPEN OUTPUT COMPTEUR-NOUVEAU.
           MOVE WS-PROCHAIN-NUMERO TO PROCHAIN-NUMERO-N.
           WRITE LIGNE-COMPTEUR-NOUVEAU.
           CLOSE COMPTEUR-NOUVEAU.

           PERFORM EDITE-ECARTS THRU EDITE-ECARTS-FIN.

      *les jours vendus en caisse et pas encore clôturés bloquent
      *tickets.cbl
           PERFORM VARYING WS-INDEX-VENTE FROM 1 BY 1
           UNTIL WS-INDEX-VENTE GREATER THAN WS-NB-VENTES
              MOVE "N" TO WS-TROUVE
              PERFORM VARYING WS-INDEX-CLOTURE FROM 1 BY 1
              UNTIL WS-INDEX-CLOTURE GREATER THAN WS-NB-CLOTURES
                 IF WS-CLO-DATE(WS-INDEX-CLOTURE) EQUAL
                 WS-VTE-DATE(WS-INDEX-VENTE)
                 AND WS-CLO-CAISSE(WS-INDEX-CLOTURE) EQUAL
                 WS-VTE-CAISSE(WS-INDEX-VENTE)
                    SET WS-EST-TROUVE TO TRUE
                 END-IF
              END-PERFORM
              IF NOT WS-EST-TROUVE
                 DISPLAY "caisse " WS-VTE-CAISSE(WS-INDEX-VENTE)
                 " du " WS-VTE-DATE(WS-INDEX-VENTE)
                 " toujours ouverte"
              END-IF
           END-PERFORM.

           DISPLAY "Fin du traitement - " WS-NB-CLOTUREES
           " caisse(s) cloturee(s), " WS-NB-REFUSEES
           " comptage(s) refuse(s)".
           IF WS-NB-REFUSEES GREATER THAN 0
              DISPLAY "comptages refuses a corriger dans "
              "comptages-refuses.txt"
           END-IF.

           STOP RUN.

      *la ligne de ticket lue rejoint les ventes de son jour et de
      *sa caisse, au prix du catalogue
       CUMULE-TICKET.
           IF CAISSE-TICKET IS NUMERIC
              MOVE CAISSE-TICKET TO WS-CAISSE
           ELSE
              MOVE 1 TO WS-CAISSE
           END-IF.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-VENTE FROM 1 BY 1
           UNTIL WS-INDEX-VENTE GREATER THAN WS-NB-VENTES
              IF WS-VTE-DATE(WS-INDEX-VENTE) EQUAL DATE-TICKET
              AND WS-VTE-CAISSE(WS-INDEX-VENTE) EQUAL WS-CAISSE
                 SET WS-EST-TROUVE TO TRUE
                 MOVE WS-INDEX-VENTE TO WS-VENTE-COURANTE
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              ADD 1 TO WS-NB-VENTES
              MOVE DATE-TICKET TO WS-VTE-DATE(WS-NB-VENTES)
              MOVE WS-CAISSE TO WS-VTE-CAISSE(WS-NB-VENTES)
              MOVE 0 TO WS-VTE-MONTANT(WS-NB-VENTES)
              MOVE 0 TO WS-VTE-LIGNES(WS-NB-VENTES)
              MOVE 0 TO WS-VTE-INCONNUS(WS-NB-VENTES)
              MOVE WS-NB-VENTES TO WS-VENTE-COURANTE
           END-IF.
           ADD 1 TO WS-VTE-LIGNES(WS-VENTE-COURANTE).

           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-PRODUIT FROM 1 BY 1
           UNTIL WS-INDEX-PRODUIT GREATER THAN WS-NB-PRODUITS
              IF WS-PRODUIT-NOM(WS-INDEX-PRODUIT) EQUAL PRODUIT-TICKET
                 SET WS-EST-TROUVE TO TRUE
                 COMPUTE WS-MONTANT-LIGNE =
                 QTE-TICKET * WS-PRODUIT-PRIX(WS-INDEX-PRODUIT)
              END-IF
           END-PERFORM.
           IF WS-EST-TROUVE
              ADD WS-MONTANT-LIGNE TO WS-VTE-MONTANT(WS-VENTE-COURANTE)
           ELSE
              ADD 1 TO WS-VTE-INCONNUS(WS-VENTE-COURANTE)
           END-IF.
       CUMULE-TICKET-FIN.
           EXIT.

      *le comptage lu : refusé si sa caisse est déjà clôturée ce
      *jour-là, sinon comparé aux ventes des tickets, numéroté,
      *édité en Z et enregistré comme clôture
       CLOTURE-CAISSE.
           IF LIGNE-COMPTAGE EQUAL SPACES
              GO TO CLOTURE-CAISSE-FIN
           END-IF.
           IF DATE-CPT IS NOT NUMERIC OR ESPECES-CPT IS NOT NUMERIC
           OR CARTE-CPT IS NOT NUMERIC OR CHEQUE-CPT IS NOT NUMERIC
           OR NB-BONS-CPT IS NOT NUMERIC OR BONS-CPT IS NOT NUMERIC
              DISPLAY "comptage illisible, refuse : " LIGNE-COMPTAGE
              MOVE "comptage illisible" TO WS-MOTIF-REFUS
              PERFORM REFUSE-COMPTAGE THRU REFUSE-COMPTAGE-FIN
              GO TO CLOTURE-CAISSE-FIN
           END-IF.
           IF CAISSE-CPT IS NUMERIC
              MOVE CAISSE-CPT TO WS-CAISSE
           ELSE
              MOVE 1 TO WS-CAISSE
           END-IF.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-CLOTURE FROM 1 BY 1
           UNTIL WS-INDEX-CLOTURE GREATER THAN WS-NB-CLOTURES
              IF WS-CLO-DATE(WS-INDEX-CLOTURE) EQUAL DATE-CPT
              AND WS-CLO-CAISSE(WS-INDEX-CLOTURE) EQUAL WS-CAISSE
                 SET WS-EST-TROUVE TO TRUE
                 DISPLAY "caisse " WS-CAISSE " du " DATE-CPT
                 " deja cloturee par le Z "
                 WS-CLO-NUM-Z(WS-INDEX-CLOTURE) ", comptage refuse"
              END-IF
           END-PERFORM.
           IF WS-EST-TROUVE
              MOVE "caisse deja cloturee ce jour" TO WS-MOTIF-REFUS
              PERFORM REFUSE-COMPTAGE THRU REFUSE-COMPTAGE-FIN
              GO TO CLOTURE-CAISSE-FIN
           END-IF.

           MOVE 0 TO WS-ATTENDU.
           MOVE 0 TO WS-VENTE-COURANTE.
           PERFORM VARYING WS-INDEX-VENTE FROM 1 BY 1
           UNTIL WS-INDEX-VENTE GREATER THAN WS-NB-VENTES
              IF WS-VTE-DATE(WS-INDEX-VENTE) EQUAL DATE-CPT
              AND WS-VTE-CAISSE(WS-INDEX-VENTE) EQUAL WS-CAISSE
                 MOVE WS-INDEX-VENTE TO WS-VENTE-COURANTE
                 MOVE WS-VTE-MONTANT(WS-INDEX-VENTE) TO WS-ATTENDU
              END-IF
           END-PERFORM.
           COMPUTE WS-COMPTE = ESPECES-CPT + CARTE-CPT + CHEQUE-CPT
           + BONS-CPT.
           COMPUTE WS-ECART = WS-COMPTE - WS-ATTENDU.

           ADD 1 TO WS-NB-CLOTURES.
           MOVE DATE-CPT TO WS-CLO-DATE(WS-NB-CLOTURES).
           MOVE WS-CAISSE TO WS-CLO-CAISSE(WS-NB-CLOTURES).
           MOVE WS-PROCHAIN-NUMERO TO WS-CLO-NUM-Z(WS-NB-CLOTURES).
           MOVE CAISSIER-CPT TO WS-CLO-CAISSIER(WS-NB-CLOTURES).
           MOVE WS-ECART TO WS-CLO-ECART(WS-NB-CLOTURES).

           MOVE SPACES TO LIGNE-CLOTURE.
           MOVE DATE-CPT TO DATE-CLO.
           MOVE WS-CAISSE TO CAISSE-CLO.
           MOVE WS-PROCHAIN-NUMERO TO NUM-Z-CLO.
           MOVE CAISSIER-CPT TO CAISSIER-CLO.
           MOVE WS-ATTENDU TO ATTENDU-CLO.
           MOVE WS-COMPTE TO COMPTE-CLO.
           IF WS-ECART LESS THAN 0
              MOVE "-" TO SENS-CLO
           ELSE
              MOVE "+" TO SENS-CLO
           END-IF.
           MOVE WS-ECART TO ECART-CLO.
           WRITE LIGNE-CLOTURE.

           PERFORM EDITE-Z THRU EDITE-Z-FIN.
           ADD 1 TO WS-PROCHAIN-NUMERO.
           ADD 1 TO WS-NB-CLOTUREES.
       CLOTURE-CAISSE-FIN.
           EXIT.

      *le comptage lu est gardé dans comptages-refuses.txt avec le
      *motif WS-MOTIF-REFUS
       REFUSE-COMPTAGE.
           ADD 1 TO WS-NB-REFUSEES.
           MOVE SPACES TO LIGNE-REFUS.
           MOVE LIGNE-COMPTAGE TO COMPTAGE-REFUS.
           MOVE WS-MOTIF-REFUS TO MOTIF-REFUS.
           WRITE LIGNE-REFUS.
       REFUSE-COMPTAGE-FIN.
           EXIT.

      *le rapport Z de la clôture en cours
       EDITE-Z.
           MOVE SPACES TO LIGNE-RAPPORT-Z.
           STRING "===== Z " WS-PROCHAIN-NUMERO " - caisse " WS-CAISSE
           " du " DATE-CPT " - caissier " CAISSIER-CPT " ====="
           INTO LIGNE-RAPPORT-Z.
           WRITE LIGNE-RAPPORT-Z.
           MOVE SPACES TO LIGNE-RAPPORT-Z.
           IF WS-VENTE-COURANTE EQUAL 0
              MOVE "   aucun ticket pour cette caisse ce jour-la"
              TO LIGNE-RAPPORT-Z
           ELSE
              MOVE WS-VTE-LIGNES(WS-VENTE-COURANTE) TO WS-NB-EDIT
              STRING "   lignes de ticket       " WS-NB-EDIT
              INTO LIGNE-RAPPORT-Z
           END-IF.
           WRITE LIGNE-RAPPORT-Z.
           IF WS-VENTE-COURANTE NOT EQUAL 0
              IF WS-VTE-INCONNUS(WS-VENTE-COURANTE) GREATER THAN 0
                 MOVE WS-VTE-INCONNUS(WS-VENTE-COURANTE) TO WS-NB-EDIT
                 MOVE SPACES TO LIGNE-RAPPORT-Z
                 STRING "   dont hors catalogue   " WS-NB-EDIT
                 " (non chiffrees)"
                 INTO LIGNE-RAPPORT-Z
                 WRITE LIGNE-RAPPORT-Z
              END-IF
           END-IF.

           MOVE ESPECES-CPT TO WS-MONTANT-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT-Z.
           STRING "   especes comptees    " WS-MONTANT-EDIT
           INTO LIGNE-RAPPORT-Z.
           WRITE LIGNE-RAPPORT-Z.
           MOVE CARTE-CPT TO WS-MONTANT-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT-Z.
           STRING "   cartes              " WS-MONTANT-EDIT
           INTO LIGNE-RAPPORT-Z.
           WRITE LIGNE-RAPPORT-Z.
           MOVE CHEQUE-CPT TO WS-MONTANT-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT-Z.
           STRING "   cheques             " WS-MONTANT-EDIT
           INTO LIGNE-RAPPORT-Z.
           WRITE LIGNE-RAPPORT-Z.
           MOVE BONS-CPT TO WS-MONTANT-EDIT.
           MOVE NB-BONS-CPT TO WS-NB-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT-Z.
           STRING "   bons de fidelite    " WS-MONTANT-EDIT
           "  (" WS-NB-EDIT " bon(s))"
           INTO LIGNE-RAPPORT-Z.
           WRITE LIGNE-RAPPORT-Z.
           IF NB-BONS-CPT GREATER THAN WS-NB-BONS-EMIS
              MOVE WS-NB-BONS-EMIS TO WS-NB-EDIT
              MOVE SPACES TO LIGNE-RAPPORT-Z
              STRING "   ATTENTION plus de bons recus que les "
              WS-NB-EDIT " a remettre de bons-fidelite.txt"
              INTO LIGNE-RAPPORT-Z
              WRITE LIGNE-RAPPORT-Z
           END-IF.
           MOVE WS-COMPTE TO WS-MONTANT-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT-Z.
           STRING "   total compte        " WS-MONTANT-EDIT
           INTO LIGNE-RAPPORT-Z.
           WRITE LIGNE-RAPPORT-Z.
           MOVE WS-ATTENDU TO WS-MONTANT-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT-Z.
           STRING "   ventes des tickets  " WS-MONTANT-EDIT
           INTO LIGNE-RAPPORT-Z.
           WRITE LIGNE-RAPPORT-Z.
           MOVE WS-ECART TO WS-ECART-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT-Z.
           EVALUATE TRUE
              WHEN WS-ECART GREATER THAN 0
                 STRING "   excedent           " WS-ECART-EDIT
                 INTO LIGNE-RAPPORT-Z
              WHEN WS-ECART LESS THAN 0
                 STRING "   manquant           " WS-ECART-EDIT
                 INTO LIGNE-RAPPORT-Z
              WHEN OTHER
                 MOVE "   caisse juste" TO LIGNE-RAPPORT-Z
           END-EVALUATE.
           WRITE LIGNE-RAPPORT-Z.
       EDITE-Z-FIN.
           EXIT.

      *les écarts des clôtures du mois demandé, cumulés par
      *caissier
       EDITE-ECARTS.
           PERFORM VARYING WS-INDEX-CLOTURE FROM 1 BY 1
           UNTIL WS-INDEX-CLOTURE GREATER THAN WS-NB-CLOTURES
              MOVE WS-CLO-DATE(WS-INDEX-CLOTURE) TO WS-DATE-CLO-R
              IF WS-MOIS-CLO EQUAL WS-MOIS-ECARTS
                 PERFORM CUMULE-CAISSIER THRU CUMULE-CAISSIER-FIN
              END-IF
           END-PERFORM.

           OPEN OUTPUT ECARTS.
           MOVE SPACES TO LIGNE-ECARTS.
           STRING "ECARTS DE CAISSE PAR CAISSIER - mois "
           WS-MOIS-ECARTS
           INTO LIGNE-ECARTS.
           WRITE LIGNE-ECARTS.
           MOVE SPACES TO LIGNE-ECARTS.
           STRING "caissier   clotures     excedents     manquants"
           "           net"
           INTO LIGNE-ECARTS.
           WRITE LIGNE-ECARTS.
           PERFORM VARYING WS-INDEX-CAISSIER FROM 1 BY 1
           UNTIL WS-INDEX-CAISSIER GREATER THAN WS-NB-CAISSIERS
              MOVE SPACES TO LIGNE-ECARTS
              MOVE WS-CAI-CLOTURES(WS-INDEX-CAISSIER) TO WS-NB-EDIT
              STRING WS-CAI-NOM(WS-INDEX-CAISSIER) "     " WS-NB-EDIT
              INTO LIGNE-ECARTS
              MOVE WS-CAI-EXCEDENT(WS-INDEX-CAISSIER)
              TO WS-MONTANT-EDIT
              MOVE WS-MONTANT-EDIT TO LIGNE-ECARTS(20:11)
              MOVE WS-CAI-MANQUANT(WS-INDEX-CAISSIER)
              TO WS-MONTANT-EDIT
              MOVE WS-MONTANT-EDIT TO LIGNE-ECARTS(34:11)
              MOVE WS-CAI-NET(WS-INDEX-CAISSIER) TO WS-ECART-EDIT
              MOVE WS-ECART-EDIT TO LIGNE-ECARTS(47:12)
              WRITE LIGNE-ECARTS
           END-PERFORM.
           MOVE SPACES TO LIGNE-ECARTS.
           STRING "--- " WS-NB-CAISSIERS " caissier(s) ---"
           INTO LIGNE-ECARTS.
           WRITE LIGNE-ECARTS.
           CLOSE ECARTS.
       EDITE-ECARTS-FIN.
           EXIT.

      *la clôture WS-INDEX-CLOTURE rejoint les cumuls de son
      *caissier
       CUMULE-CAISSIER.
           MOVE "N" TO WS-TROUVE.
           PERFORM VARYING WS-INDEX-CAISSIER FROM 1 BY 1
           UNTIL WS-INDEX-CAISSIER GREATER THAN WS-NB-CAISSIERS
              IF WS-CAI-NOM(WS-INDEX-CAISSIER) EQUAL
              WS-CLO-CAISSIER(WS-INDEX-CLOTURE)
                 SET WS-EST-TROUVE TO TRUE
                 MOVE WS-INDEX-CAISSIER TO WS-CAISSIER-COURANT
              END-IF
           END-PERFORM.
           IF NOT WS-EST-TROUVE
              ADD 1 TO WS-NB-CAISSIERS
              MOVE WS-CLO-CAISSIER(WS-INDEX-CLOTURE)
              TO WS-CAI-NOM(WS-NB-CAISSIERS)
              MOVE 0 TO WS-CAI-CLOTURES(WS-NB-CAISSIERS)
              MOVE 0 TO WS-CAI-EXCEDENT(WS-NB-CAISSIERS)
              MOVE 0 TO WS-CAI-MANQUANT(WS-NB-CAISSIERS)
              MOVE 0 TO WS-CAI-NET(WS-NB-CAISSIERS)
              MOVE WS-NB-CAISSIERS TO WS-CAISSIER-COURANT
           END-IF.
           ADD 1 TO WS-CAI-CLOTURES(WS-CAISSIER-COURANT).
           ADD WS-CLO-ECART(WS-INDEX-CLOTURE)
           TO WS-CAI-NET(WS-CAISSIER-COURANT).
           IF WS-CLO-ECART(WS-INDEX-CLOTURE) GREATER THAN 0
              ADD WS-CLO-ECART(WS-INDEX-CLOTURE)
              TO WS-CAI-EXCEDENT(WS-CAISSIER-COURANT)
           ELSE
              SUBTRACT WS-CLO-ECART(WS-INDEX-CLOTURE)
              FROM WS-CAI-MANQUANT(WS-CAISSIER-COURANT)
           END-IF.
       CUMULE-CAISSIER-FIN.
           EXIT.
