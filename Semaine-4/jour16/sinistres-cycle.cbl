           SELECT RESERVES ASSIGN TO "rapport-reserves.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les règles de détection de fraude appliquées à chaque
      *ouverture : code, seuil, fenêtre en jours et points ; la
      *règle ALERTE donne le score qui envoie en enquête
           SELECT REGLES-FRAUDE ASSIGN TO "regles-fraude.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REGLES.

      *les liens contrat-client, pour compter les sinistres d'un
      *même client sur tous ses contrats
           SELECT LIENS ASSIGN TO "liens-contrat-client.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LIENS.

      *le registre des avenants, pour repérer une hausse de prime
      *juste avant le sinistre
           SELECT REGISTRE-AVENANTS ASSIGN TO "avenants-registre.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REGISTRE.

      *la file des sinistres en enquête avec les motifs relevés ;
      *réécrite à chaque run
           SELECT ENQUETES ASSIGN TO "enquetes-sinistres.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ENQUETES.

           SELECT ENQUETES-NOUVEAU ASSIGN TO "enquetes-sinistres.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les levées d'enquête saisies par les enquêteurs
           SELECT LEVEES ASSIGN TO "levees-enquetes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LEVEES.

      *les paiements retenus tant que l'enquête n'est pas levée
           SELECT PAIEMENTS-BLOQUES ASSIGN TO "paiements-bloques.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-BLOQUES.

           SELECT PAIEMENTS-BLOQUES-NOUVEAU
           ASSIGN TO "paiements-bloques.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les alertes du filtrage sanctions (filtrage.cbl) : le
      *bénéficiaire d'un paiement est le titulaire du contrat, un
      *contrat dont l'alerte n'est pas LEVEE voit ses paiements
      *retenus comme ceux d'un sinistre en enquête
           SELECT ALERTES ASSIGN TO "alertes-sanctions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ALERTES.

      *le registre des règlements : chaque paiement appliqué y est
      *ajouté A-VALIDER, reglements.cbl le numérote, le fait
      *valider et émet le virement
           SELECT REGLEMENTS ASSIGN TO "reglements-sinistres.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REGLEMENTS.

       DATA DIVISION.
       FILE SECTION.
       FD MOUVEMENTS-SIN.
           05 FILLER                 PIC X.
           05 PAIEMENTS-RESERVE      PIC 9(10).

       FD REGLES-FRAUDE.
       01 LIGNE-REGLE.
           05 CODE-REGLE         PIC X(10).
           05 FILLER             PIC X.
           05 SEUIL-REGLE        PIC 9(6).
           05 FILLER             PIC X.
           05 FENETRE-REGLE      PIC 9(4).
           05 FILLER             PIC X.
           05 POINTS-REGLE       PIC 9(3).

       FD LIENS.
       01 LIGNE-LIEN.
           05 CODE-CONTRAT-LIEN PIC 9(8).
           05 FILLER            PIC X.
           05 ID-CLIENT-LIEN    PIC 9(4).

       FD REGISTRE-AVENANTS.
       01 LIGNE-REGISTRE         PIC X(160).

       FD ENQUETES.
       01 LIGNE-ENQUETE.
           05 NUM-SINISTRE-ENQ   PIC 9(8).
           05 FILLER             PIC X.
           05 CODE-CONTRAT-ENQ   PIC 9(8).
           05 FILLER             PIC X.
           05 DATE-ENQ           PIC 9(8).
           05 FILLER             PIC X.
           05 SCORE-ENQ          PIC 9(4).
           05 FILLER             PIC X.
           05 STATUT-ENQ         PIC X(7).
           05 FILLER             PIC X.
           05 MOTIFS-ENQ         PIC X(80).

       FD ENQUETES-NOUVEAU.
       01 LIGNE-ENQUETE-NOUVEAU.
           05 NUM-SINISTRE-ENQ-N PIC 9(8).
           05 FILLER             PIC X.
           05 CODE-CONTRAT-ENQ-N PIC 9(8).
           05 FILLER             PIC X.
           05 DATE-ENQ-N         PIC 9(8).
           05 FILLER             PIC X.
           05 SCORE-ENQ-N        PIC 9(4).
           05 FILLER             PIC X.
           05 STATUT-ENQ-N       PIC X(7).
           05 FILLER             PIC X.
           05 MOTIFS-ENQ-N       PIC X(80).

       FD LEVEES.
       01 LIGNE-LEVEE.
           05 NUM-SINISTRE-LEVEE PIC 9(8).
           05 FILLER             PIC X.
           05 DATE-LEVEE         PIC 9(8).
           05 FILLER             PIC X.
           05 ENQUETEUR-LEVEE    PIC X(10).

       FD ALERTES.
       01 LIGNE-ALERTE.
           05 NUM-ALERTE          PIC 9(6).
           05 FILLER              PIC X.
           05 SOURCE-ALERTE       PIC X.
           05 FILLER              PIC X.
           05 CODE-CONTRAT-ALERTE PIC 9(8).
           05 FILLER              PIC X.
           05 NOM-FILTRE-ALERTE   PIC X(41).
           05 FILLER              PIC X.
           05 REF-LISTE-ALERTE    PIC X(12).
           05 FILLER              PIC X.
           05 TYPE-LISTE-ALERTE   PIC X.
           05 FILLER              PIC X.
           05 SCORE-ALERTE        PIC 9(3).
           05 FILLER              PIC X.
           05 STATUT-ALERTE       PIC X(10).
           05 FILLER              PIC X.
           05 DATE-DETECTION      PIC 9(8).
           05 FILLER              PIC X.
           05 DATE-DECISION       PIC 9(8).
           05 FILLER              PIC X.
           05 OFFICIER-ALERTE     PIC X(10).

       FD REGLEMENTS.
       01 LIGNE-REGLEMENT.
           05 NUM-REGLEMENT      PIC 9(8).
           05 FILLER             PIC X.
           05 NUM-SINISTRE-RGL   PIC 9(8).
           05 FILLER             PIC X.
           05 CODE-CONTRAT-RGL   PIC 9(8).
           05 FILLER             PIC X.
           05 DATE-MVT-RGL       PIC 9(8).
           05 FILLER             PIC X.
           05 MONTANT-RGL        PIC 9(8).
           05 FILLER             PIC X.
           05 STATUT-RGL         PIC X(9).
           05 FILLER             PIC X.
           05 APPROBATEUR1-RGL   PIC X(10).
           05 FILLER             PIC X.
           05 APPROBATEUR2-RGL   PIC X(10).
           05 FILLER             PIC X.
           05 DATE-EMISSION-RGL  PIC 9(8).
           05 FILLER             PIC X.
           05 NUM-REMISE-RGL     PIC 9(6).
           05 FILLER             PIC X.
           05 NB-REJETS-RGL      PIC 9(2).

       FD PAIEMENTS-BLOQUES.
       01 LIGNE-BLOQUE           PIC X(37).

       FD PAIEMENTS-BLOQUES-NOUVEAU.
       01 LIGNE-BLOQUE-NOUVEAU   PIC X(37).

       WORKING-STORAGE SECTION.

      *statut des mouvements, qui peuvent manquer un jour sans
       01 WS-NB-APPLIQUES        PIC 9(6) VALUE 0.
       01 WS-NB-REJETES          PIC 9(6) VALUE 0.

      *statuts des fichiers du contrôle de fraude, tous facultatifs
       01 WS-FS-REGLES           PIC X(2) VALUE "00".
           88 WS-FS-REGLES-OK VALUE "00".
       01 WS-FS-LIENS            PIC X(2) VALUE "00".
           88 WS-FS-LIENS-OK VALUE "00".
       01 WS-FS-REGISTRE         PIC X(2) VALUE "00".
           88 WS-FS-REGISTRE-OK VALUE "00".
       01 WS-FS-ENQUETES         PIC X(2) VALUE "00".
           88 WS-FS-ENQUETES-OK VALUE "00".
       01 WS-FS-LEVEES           PIC X(2) VALUE "00".
           88 WS-FS-LEVEES-OK VALUE "00".
       01 WS-FS-BLOQUES          PIC X(2) VALUE "00".
           88 WS-FS-BLOQUES-OK VALUE "00".
       01 WS-CONDITION-FRAUDE    PIC X VALUE "C".

      *les règles chargées et le score d'alerte
       01 WS-NB-REGLES           PIC 9(3) VALUE 0.
       01 WS-REGLE OCCURS 1 TO 999 TIMES
          DEPENDING ON WS-NB-REGLES.
           05 WS-REGLE-CODE      PIC X(10).
           05 WS-REGLE-SEUIL     PIC 9(6).
           05 WS-REGLE-FENETRE   PIC 9(4).
           05 WS-REGLE-POINTS    PIC 9(3).
       01 WS-INDEX-REGLE         PIC 9(3).
       01 WS-SEUIL-ALERTE        PIC 9(6) VALUE 0.

      *les sinistres connus (maître plus ouvertures du run) pour
      *compter les sinistres récents d'un contrat ou d'un client
       01 WS-NB-CONNUS           PIC 9(6) VALUE 0.
       01 WS-CONNU OCCURS 1 TO 999999 TIMES
          DEPENDING ON WS-NB-CONNUS.
           05 WS-CONNU-NUM       PIC 9(8).
           05 WS-CONNU-CONTRAT   PIC 9(8).
           05 WS-CONNU-DATE      PIC 9(8).
       01 WS-INDEX-CONNU         PIC 9(6).

      *les liens contrat-client chargés
       01 WS-NB-LIENS            PIC 9(6) VALUE 0.
       01 WS-LIEN OCCURS 1 TO 999999 TIMES
          DEPENDING ON WS-NB-LIENS.
           05 WS-LIEN-CONTRAT    PIC 9(8).
           05 WS-LIEN-CLIENT     PIC 9(4).
       01 WS-INDEX-LIEN          PIC 9(6).
       01 WS-CLIENT-SINISTRE     PIC 9(4).
       01 WS-CLIENT-CONNU        PIC 9(4).

      *les hausses de prime du registre des avenants
       01 WS-NB-HAUSSES          PIC 9(6) VALUE 0.
       01 WS-HAUSSE OCCURS 1 TO 999999 TIMES
          DEPENDING ON WS-NB-HAUSSES.
           05 WS-HAUSSE-CONTRAT  PIC 9(8).
           05 WS-HAUSSE-EFFET    PIC 9(8).
       01 WS-INDEX-HAUSSE        PIC 9(6).
       01 WS-AVANT               PIC X(160).
       01 WS-APRES               PIC X(160).
       01 WS-ANCIENNE-TEXTE      PIC X(20).
       01 WS-NOUVELLE-TEXTE      PIC X(20).

      *la file des enquêtes, chargée puis réécrite
       01 WS-NB-ENQUETES         PIC 9(6) VALUE 0.
       01 WS-ENQUETE OCCURS 1 TO 999999 TIMES
          DEPENDING ON WS-NB-ENQUETES.
           05 WS-ENQ-NUM         PIC 9(8).
           05 WS-ENQ-CONTRAT     PIC 9(8).
           05 WS-ENQ-DATE        PIC 9(8).
           05 WS-ENQ-SCORE       PIC 9(4).
           05 WS-ENQ-STATUT      PIC X(7).
           05 WS-ENQ-MOTIFS      PIC X(80).
       01 WS-INDEX-ENQUETE       PIC 9(6).
       01 WS-ENQUETE-TROUVEE     PIC X VALUE "N".
           88 WS-ENQUETE-EN-COURS VALUE "O".

      *les paiements retenus, chargés puis réécrits sans ceux qui
      *ont pu passer
       01 WS-NB-BLOQUES          PIC 9(6) VALUE 0.
       01 WS-BLOQUE OCCURS 1 TO 999999 TIMES
          DEPENDING ON WS-NB-BLOQUES.
           05 WS-BLOQUE-LIGNE    PIC X(37).
           05 WS-BLOQUE-PASSE    PIC X.
       01 WS-INDEX-BLOQUE        PIC 9(6).
       01 WS-NB-BLOQUES-CHARGES  PIC 9(6) VALUE 0.

      *les contrats dont une alerte sanctions n'est pas levée
       01 WS-FS-ALERTES          PIC X(2) VALUE "00".
           88 WS-FS-ALERTES-OK VALUE "00".
       01 WS-NB-SANCTIONS        PIC 9(6) VALUE 0.
       01 WS-SANCTION-CONTRAT PIC 9(8) OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-SANCTIONS.
       01 WS-INDEX-SANCTION      PIC 9(6).
       01 WS-CONTRAT-SANCTION    PIC 9(8).
       01 WS-SANCTION-TROUVEE    PIC X VALUE "N".
           88 WS-SANCTION-EN-COURS VALUE "O".
       01 WS-NB-RETENUS-SANCTIONS PIC 9(6) VALUE 0.

      *statut du registre des règlements et paiements transmis
       01 WS-FS-REGLEMENTS       PIC X(2) VALUE "00".
           88 WS-FS-REGLEMENTS-OK VALUE "00".
       01 WS-NB-A-REGLER         PIC 9(6) VALUE 0.

      *le score de l'ouverture en cours de contrôle
       01 WS-SCORE               PIC 9(4).
       01 WS-MOTIFS              PIC X(80).
       01 WS-POSITION-MOTIF      PIC 9(3).
       01 WS-REGLE-DECLENCHEE    PIC X VALUE "N".
           88 WS-REGLE-EST-DECLENCHEE VALUE "O".
       01 WS-DEBUT-CONTRAT       PIC 9(8).
       01 WS-JOURS               PIC S9(8).
       01 WS-NB-RECENTS          PIC 9(6).
       01 WS-PRIME-CONTRAT       PIC 9(8).

      *compteurs du contrôle de fraude
       01 WS-NB-EN-ENQUETE       PIC 9(6) VALUE 0.
       01 WS-NB-RETENUS          PIC 9(6) VALUE 0.
       01 WS-NB-LIBERES          PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

      *le fichier maître est créé vide au premier lancement puis
              STOP RUN
           END-IF.

      *les sinistres déjà connus servent aux règles de fréquence
           PERFORM UNTIL WS-CONDITION-FRAUDE EQUAL "F"
              READ SINISTRES-MAITRE NEXT
                 AT END
                    MOVE "F" TO WS-CONDITION-FRAUDE
                 NOT AT END
                    ADD 1 TO WS-NB-CONNUS
                    MOVE NUM-SINISTRE-MAITRE
                    TO WS-CONNU-NUM(WS-NB-CONNUS)
                    MOVE CODE-CONTRAT-MAITRE
                    TO WS-CONNU-CONTRAT(WS-NB-CONNUS)
                    MOVE DATE-OUVERTURE TO WS-CONNU-DATE(WS-NB-CONNUS)
              END-READ
           END-PERFORM.

           PERFORM CHARGE-FRAUDE THRU CHARGE-FRAUDE-FIN.
           PERFORM CHARGE-SANCTIONS THRU CHARGE-SANCTIONS-FIN.

           OPEN INPUT ASSURANCE-SORTIE.
           OPEN OUTPUT MOUVEMENTS-REJETES.
           OPEN INPUT REGLEMENTS.
           IF WS-FS-REGLEMENTS-OK
              CLOSE REGLEMENTS
              OPEN EXTEND REGLEMENTS
           ELSE
              OPEN OUTPUT REGLEMENTS
           END-IF.

      *les paiements retenus dont l'enquête et l'alerte sanctions
      *ont été levées passent avant les mouvements du jour
           PERFORM VARYING WS-INDEX-BLOQUE FROM 1 BY 1
           UNTIL WS-INDEX-BLOQUE GREATER THAN WS-NB-BLOQUES-CHARGES
              MOVE WS-BLOQUE-LIGNE(WS-INDEX-BLOQUE) TO LIGNE-MOUVEMENT
              PERFORM CHERCHE-ENQUETE THRU CHERCHE-ENQUETE-FIN
              PERFORM CHERCHE-SANCTION THRU CHERCHE-SANCTION-FIN
              IF NOT WS-ENQUETE-EN-COURS
              AND NOT WS-SANCTION-EN-COURS
                 MOVE "O" TO WS-BLOQUE-PASSE(WS-INDEX-BLOQUE)
                 ADD 1 TO WS-NB-LIBERES
                 PERFORM APPLIQUE-MOUVEMENT THRU APPLIQUE-MOUVEMENT-FIN
              END-IF
           END-PERFORM.

      *chaque mouvement est appliqué au sinistre qu'il vise :
      *l'ouverture crée la fiche, le paiement et la clôture la

           CLOSE ASSURANCE-SORTIE.
           CLOSE MOUVEMENTS-REJETES.
           CLOSE REGLEMENTS.
           CLOSE SINISTRES-MAITRE.

      *la file des enquêtes et les paiements encore retenus sont
      *réécrits
           OPEN OUTPUT ENQUETES-NOUVEAU.
           PERFORM VARYING WS-INDEX-ENQUETE FROM 1 BY 1
           UNTIL WS-INDEX-ENQUETE GREATER THAN WS-NB-ENQUETES
              MOVE SPACES TO LIGNE-ENQUETE-NOUVEAU
              MOVE WS-ENQ-NUM(WS-INDEX-ENQUETE) TO NUM-SINISTRE-ENQ-N
              MOVE WS-ENQ-CONTRAT(WS-INDEX-ENQUETE)
              TO CODE-CONTRAT-ENQ-N
              MOVE WS-ENQ-DATE(WS-INDEX-ENQUETE) TO DATE-ENQ-N
              MOVE WS-ENQ-SCORE(WS-INDEX-ENQUETE) TO SCORE-ENQ-N
              MOVE WS-ENQ-STATUT(WS-INDEX-ENQUETE) TO STATUT-ENQ-N
              MOVE WS-ENQ-MOTIFS(WS-INDEX-ENQUETE) TO MOTIFS-ENQ-N
              WRITE LIGNE-ENQUETE-NOUVEAU
           END-PERFORM.
           CLOSE ENQUETES-NOUVEAU.

           OPEN OUTPUT PAIEMENTS-BLOQUES-NOUVEAU.
           PERFORM VARYING WS-INDEX-BLOQUE FROM 1 BY 1
           UNTIL WS-INDEX-BLOQUE GREATER THAN WS-NB-BLOQUES
              IF WS-BLOQUE-PASSE(WS-INDEX-BLOQUE) NOT EQUAL "O"
                 MOVE WS-BLOQUE-LIGNE(WS-INDEX-BLOQUE)
                 TO LIGNE-BLOQUE-NOUVEAU
                 WRITE LIGNE-BLOQUE-NOUVEAU
              END-IF
           END-PERFORM.
           CLOSE PAIEMENTS-BLOQUES-NOUVEAU.

      *on relit le maître en séquentiel pour cumuler la réserve
      *restante des sinistres encore ouverts par produit
           OPEN INPUT SINISTRES-MAITRE.
           DISPLAY "Fin du traitement - " WS-NB-MOUVEMENTS
              " mouvement(s) lu(s), " WS-NB-APPLIQUES
              " applique(s), " WS-NB-REJETES " rejete(s)".
           DISPLAY "Controle fraude - " WS-NB-EN-ENQUETE
              " sinistre(s) mis en enquete, " WS-NB-RETENUS
              " paiement(s) retenu(s), " WS-NB-LIBERES
              " paiement(s) libere(s)".
           DISPLAY "Filtrage sanctions - " WS-NB-RETENUS-SANCTIONS
              " paiement(s) retenu(s) sur alerte non levee".
           DISPLAY "Reglements - " WS-NB-A-REGLER
              " paiement(s) transmis a reglements.cbl".

           STOP RUN.

              WHEN "O"
                 PERFORM OUVRE-SINISTRE THRU OUVRE-SINISTRE-FIN
              WHEN "P"
                 PERFORM CHERCHE-ENQUETE THRU CHERCHE-ENQUETE-FIN
                 PERFORM CHERCHE-SANCTION THRU CHERCHE-SANCTION-FIN
                 IF WS-SANCTION-EN-COURS
                    ADD 1 TO WS-NB-RETENUS-SANCTIONS
                 END-IF
                 IF WS-ENQUETE-EN-COURS OR WS-SANCTION-EN-COURS
                    PERFORM RETIENT-PAIEMENT THRU RETIENT-PAIEMENT-FIN
                 ELSE
                    PERFORM PAIE-SINISTRE THRU PAIE-SINISTRE-FIN
                 END-IF
              WHEN "C"
                 PERFORM CLOT-SINISTRE THRU CLOT-SINISTRE-FIN
              WHEN OTHER
              ADD 1 TO WS-NB-APPLIQUES
           ELSE
              PERFORM REJETTE-MOUVEMENT THRU REJETTE-MOUVEMENT-FIN
              GO TO OUVRE-SINISTRE-FIN
           END-IF.

      *l'ouverture acceptée passe le contrôle de fraude puis
      *rejoint les sinistres connus
           PERFORM CONTROLE-FRAUDE THRU CONTROLE-FRAUDE-FIN.
           ADD 1 TO WS-NB-CONNUS.
           MOVE NUM-SINISTRE-MVT TO WS-CONNU-NUM(WS-NB-CONNUS).
           MOVE CODE-CONTRAT-MVT TO WS-CONNU-CONTRAT(WS-NB-CONNUS).
           MOVE DATE-MVT TO WS-CONNU-DATE(WS-NB-CONNUS).
       OUVRE-SINISTRE-FIN.
           EXIT.

      *le paiement partiel s'ajoute au cumul de la fiche et part au
      *registre des règlements ; un sinistre inconnu ou déjà clos
      *fait rejeter le mouvement
       PAIE-SINISTRE.
           MOVE NUM-SINISTRE-MVT TO NUM-SINISTRE-MAITRE.
           READ SINISTRES-MAITRE.
           ADD MONTANT-MVT TO PAIEMENTS-MAITRE.
           REWRITE LIGNE-SINISTRE-MAITRE.
           ADD 1 TO WS-NB-APPLIQUES.

           MOVE SPACES TO LIGNE-REGLEMENT.
           MOVE 0 TO NUM-REGLEMENT.
           MOVE NUM-SINISTRE-MAITRE TO NUM-SINISTRE-RGL.
           MOVE CODE-CONTRAT-MAITRE TO CODE-CONTRAT-RGL.
           MOVE DATE-MVT TO DATE-MVT-RGL.
           MOVE MONTANT-MVT TO MONTANT-RGL.
           MOVE "A-VALIDER" TO STATUT-RGL.
           MOVE 0 TO DATE-EMISSION-RGL.
           MOVE 0 TO NUM-REMISE-RGL.
           MOVE 0 TO NB-REJETS-RGL.
           WRITE LIGNE-REGLEMENT.
           ADD 1 TO WS-NB-A-REGLER.
       PAIE-SINISTRE-FIN.
           EXIT.

           END-IF.
       CUMULE-RESERVE-FIN.
           EXIT.

      *les fichiers du contrôle de fraude : règles, liens
      *contrat-client, hausses de prime, file des enquêtes avec les
      *levées saisies, paiements retenus aux runs précédents
       CHARGE-FRAUDE.
           MOVE "C" TO WS-CONDITION-FRAUDE.
           OPEN INPUT REGLES-FRAUDE.
           IF WS-FS-REGLES-OK
              PERFORM UNTIL WS-CONDITION-FRAUDE EQUAL "F"
                 READ REGLES-FRAUDE
                    AT END
                       MOVE "F" TO WS-CONDITION-FRAUDE
                    NOT AT END
                       IF CODE-REGLE EQUAL "ALERTE"
                          MOVE SEUIL-REGLE TO WS-SEUIL-ALERTE
                       ELSE
                          ADD 1 TO WS-NB-REGLES
                          MOVE CODE-REGLE
                          TO WS-REGLE-CODE(WS-NB-REGLES)
                          MOVE SEUIL-REGLE
                          TO WS-REGLE-SEUIL(WS-NB-REGLES)
                          MOVE FENETRE-REGLE
                          TO WS-REGLE-FENETRE(WS-NB-REGLES)
                          MOVE POINTS-REGLE
                          TO WS-REGLE-POINTS(WS-NB-REGLES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE REGLES-FRAUDE
           ELSE
              DISPLAY "regles-fraude.dat absent, "
              "ouvertures non controlees"
           END-IF.

           MOVE "C" TO WS-CONDITION-FRAUDE.
           OPEN INPUT LIENS.
           IF WS-FS-LIENS-OK
              PERFORM UNTIL WS-CONDITION-FRAUDE EQUAL "F"
                 READ LIENS
                    AT END
                       MOVE "F" TO WS-CONDITION-FRAUDE
                    NOT AT END
                       ADD 1 TO WS-NB-LIENS
                       MOVE CODE-CONTRAT-LIEN
                       TO WS-LIEN-CONTRAT(WS-NB-LIENS)
                       MOVE ID-CLIENT-LIEN
                       TO WS-LIEN-CLIENT(WS-NB-LIENS)
                 END-READ
              END-PERFORM
              CLOSE LIENS
           END-IF.

      *seuls les avenants qui montent la prime sont retenus
           MOVE "C" TO WS-CONDITION-FRAUDE.
           OPEN INPUT REGISTRE-AVENANTS.
           IF WS-FS-REGISTRE-OK
              PERFORM UNTIL WS-CONDITION-FRAUDE EQUAL "F"
                 READ REGISTRE-AVENANTS
                    AT END
                       MOVE "F" TO WS-CONDITION-FRAUDE
                    NOT AT END
                       PERFORM RELEVE-HAUSSE THRU RELEVE-HAUSSE-FIN
                 END-READ
              END-PERFORM
              CLOSE REGISTRE-AVENANTS
           END-IF.

           MOVE "C" TO WS-CONDITION-FRAUDE.
           OPEN INPUT ENQUETES.
           IF WS-FS-ENQUETES-OK
              PERFORM UNTIL WS-CONDITION-FRAUDE EQUAL "F"
                 READ ENQUETES
                    AT END
                       MOVE "F" TO WS-CONDITION-FRAUDE
                    NOT AT END
                       ADD 1 TO WS-NB-ENQUETES
                       MOVE NUM-SINISTRE-ENQ
                       TO WS-ENQ-NUM(WS-NB-ENQUETES)
                       MOVE CODE-CONTRAT-ENQ
                       TO WS-ENQ-CONTRAT(WS-NB-ENQUETES)
                       MOVE DATE-ENQ TO WS-ENQ-DATE(WS-NB-ENQUETES)
                       MOVE SCORE-ENQ TO WS-ENQ-SCORE(WS-NB-ENQUETES)
                       MOVE STATUT-ENQ TO WS-ENQ-STATUT(WS-NB-ENQUETES)
                       MOVE MOTIFS-ENQ TO WS-ENQ-MOTIFS(WS-NB-ENQUETES)
                 END-READ
              END-PERFORM
              CLOSE ENQUETES
           END-IF.

      *une levée saisie par l'enquêteur libère le sinistre
           MOVE "C" TO WS-CONDITION-FRAUDE.
           OPEN INPUT LEVEES.
           IF WS-FS-LEVEES-OK
              PERFORM UNTIL WS-CONDITION-FRAUDE EQUAL "F"
                 READ LEVEES
                    AT END
                       MOVE "F" TO WS-CONDITION-FRAUDE
                    NOT AT END
                       PERFORM VARYING WS-INDEX-ENQUETE FROM 1 BY 1
                       UNTIL WS-INDEX-ENQUETE GREATER THAN
                       WS-NB-ENQUETES
                          IF WS-ENQ-NUM(WS-INDEX-ENQUETE) EQUAL
                          NUM-SINISTRE-LEVEE
                             MOVE "LEVEE"
                             TO WS-ENQ-STATUT(WS-INDEX-ENQUETE)
                          END-IF
                       END-PERFORM
                 END-READ
              END-PERFORM
              CLOSE LEVEES
           END-IF.

           MOVE "C" TO WS-CONDITION-FRAUDE.
           OPEN INPUT PAIEMENTS-BLOQUES.
           IF WS-FS-BLOQUES-OK
              PERFORM UNTIL WS-CONDITION-FRAUDE EQUAL "F"
                 READ PAIEMENTS-BLOQUES
                    AT END
                       MOVE "F" TO WS-CONDITION-FRAUDE
                    NOT AT END
                       ADD 1 TO WS-NB-BLOQUES
                       MOVE LIGNE-BLOQUE
                       TO WS-BLOQUE-LIGNE(WS-NB-BLOQUES)
                       MOVE "N" TO WS-BLOQUE-PASSE(WS-NB-BLOQUES)
                 END-READ
              END-PERFORM
              CLOSE PAIEMENTS-BLOQUES
           END-IF.
           MOVE WS-NB-BLOQUES TO WS-NB-BLOQUES-CHARGES.
       CHARGE-FRAUDE-FIN.
           EXIT.

      *la ligne du registre lue est retenue si la nouvelle prime
      *dépasse l'ancienne
       RELEVE-HAUSSE.
           IF LIGNE-REGISTRE(32:8) IS NOT NUMERIC
           OR LIGNE-REGISTRE(17:8) IS NOT NUMERIC
              GO TO RELEVE-HAUSSE-FIN
           END-IF.
           MOVE SPACES TO WS-AVANT WS-APRES.
           MOVE SPACES TO WS-ANCIENNE-TEXTE WS-NOUVELLE-TEXTE.
           UNSTRING LIGNE-REGISTRE DELIMITED BY " prime "
           INTO WS-AVANT WS-APRES.
           UNSTRING WS-APRES DELIMITED BY " -> " OR " "
           INTO WS-ANCIENNE-TEXTE WS-NOUVELLE-TEXTE.
           IF WS-ANCIENNE-TEXTE(1:8) IS NOT NUMERIC
           OR WS-NOUVELLE-TEXTE(1:8) IS NOT NUMERIC
              GO TO RELEVE-HAUSSE-FIN
           END-IF.
           IF WS-NOUVELLE-TEXTE(1:8) NOT GREATER THAN
           WS-ANCIENNE-TEXTE(1:8)
              GO TO RELEVE-HAUSSE-FIN
           END-IF.
           ADD 1 TO WS-NB-HAUSSES.
           MOVE LIGNE-REGISTRE(17:8)
           TO WS-HAUSSE-CONTRAT(WS-NB-HAUSSES).
           MOVE LIGNE-REGISTRE(32:8) TO WS-HAUSSE-EFFET(WS-NB-HAUSSES).
       RELEVE-HAUSSE-FIN.
           EXIT.

      *le sinistre du mouvement lu est-il en enquête non levée ?
       CHERCHE-ENQUETE.
           MOVE "N" TO WS-ENQUETE-TROUVEE.
           PERFORM VARYING WS-INDEX-ENQUETE FROM 1 BY 1
           UNTIL WS-INDEX-ENQUETE GREATER THAN WS-NB-ENQUETES
              IF WS-ENQ-NUM(WS-INDEX-ENQUETE) EQUAL NUM-SINISTRE-MVT
              AND WS-ENQ-STATUT(WS-INDEX-ENQUETE) EQUAL "ENQUETE"
                 SET WS-ENQUETE-EN-COURS TO TRUE
              END-IF
           END-PERFORM.
       CHERCHE-ENQUETE-FIN.
           EXIT.

      *les contrats portant une alerte sanctions du portefeuille
      *encore en attente ou confirmée ; sans fichier, rien n'est
      *retenu à ce titre
       CHARGE-SANCTIONS.
           MOVE "C" TO WS-CONDITION-FRAUDE.
           OPEN INPUT ALERTES.
           IF NOT WS-FS-ALERTES-OK
              DISPLAY "alertes-sanctions.dat absent, "
              "paiements non filtres"
              GO TO CHARGE-SANCTIONS-FIN
           END-IF.
           PERFORM UNTIL WS-CONDITION-FRAUDE EQUAL "F"
              READ ALERTES
                 AT END
                    MOVE "F" TO WS-CONDITION-FRAUDE
                 NOT AT END
                    IF SOURCE-ALERTE EQUAL "C"
                    AND STATUT-ALERTE NOT EQUAL "LEVEE"
                       ADD 1 TO WS-NB-SANCTIONS
                       MOVE CODE-CONTRAT-ALERTE
                       TO WS-SANCTION-CONTRAT(WS-NB-SANCTIONS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ALERTES.
       CHARGE-SANCTIONS-FIN.
           EXIT.

      *le contrat du sinistre visé par le mouvement lu (celui de la
      *fiche, à défaut celui du mouvement) porte-t-il une alerte
      *sanctions non levée ?
       CHERCHE-SANCTION.
           MOVE "N" TO WS-SANCTION-TROUVEE.
           MOVE CODE-CONTRAT-MVT TO WS-CONTRAT-SANCTION.
           MOVE NUM-SINISTRE-MVT TO NUM-SINISTRE-MAITRE.
           READ SINISTRES-MAITRE.
           IF WS-FS-MAITRE-OK
              MOVE CODE-CONTRAT-MAITRE TO WS-CONTRAT-SANCTION
           END-IF.
           PERFORM VARYING WS-INDEX-SANCTION FROM 1 BY 1
           UNTIL WS-INDEX-SANCTION GREATER THAN WS-NB-SANCTIONS
           OR WS-SANCTION-EN-COURS
              IF WS-SANCTION-CONTRAT(WS-INDEX-SANCTION) EQUAL
              WS-CONTRAT-SANCTION
                 SET WS-SANCTION-EN-COURS TO TRUE
              END-IF
           END-PERFORM.
       CHERCHE-SANCTION-FIN.
           EXIT.

      *le paiement d'un sinistre en enquête est mis de côté jusqu'à
      *la levée
       RETIENT-PAIEMENT.
           ADD 1 TO WS-NB-RETENUS.
           ADD 1 TO WS-NB-BLOQUES.
           MOVE LIGNE-MOUVEMENT TO WS-BLOQUE-LIGNE(WS-NB-BLOQUES).
           MOVE "N" TO WS-BLOQUE-PASSE(WS-NB-BLOQUES).
       RETIENT-PAIEMENT-FIN.
           EXIT.

      *l'ouverture acceptée est notée règle par règle ; au-delà du
      *score d'alerte elle part en enquête avec les motifs relevés
       CONTROLE-FRAUDE.
           IF WS-NB-REGLES EQUAL 0
              GO TO CONTROLE-FRAUDE-FIN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(DATE-MVT) NOT EQUAL 0
              GO TO CONTROLE-FRAUDE-FIN
           END-IF.
           MOVE 0 TO WS-SCORE.
           MOVE SPACES TO WS-MOTIFS.
           MOVE 1 TO WS-POSITION-MOTIF.

      *le début du contrat JJ/MM/AAAA, à zéro s'il est illisible
           MOVE 0 TO WS-DEBUT-CONTRAT.
           IF DATE-DEBUT-SORTIE(7:4) IS NUMERIC
           AND DATE-DEBUT-SORTIE(4:2) IS NUMERIC
           AND DATE-DEBUT-SORTIE(1:2) IS NUMERIC
              COMPUTE WS-DEBUT-CONTRAT =
                 FUNCTION NUMVAL(DATE-DEBUT-SORTIE(7:4)) * 10000
                 + FUNCTION NUMVAL(DATE-DEBUT-SORTIE(4:2)) * 100
                 + FUNCTION NUMVAL(DATE-DEBUT-SORTIE(1:2))
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DEBUT-CONTRAT)
              NOT EQUAL 0
                 MOVE 0 TO WS-DEBUT-CONTRAT
              END-IF
           END-IF.

      *le client titulaire du contrat sinistré
           MOVE 0 TO WS-CLIENT-SINISTRE.
           PERFORM VARYING WS-INDEX-LIEN FROM 1 BY 1
           UNTIL WS-INDEX-LIEN GREATER THAN WS-NB-LIENS
              IF WS-LIEN-CONTRAT(WS-INDEX-LIEN) EQUAL CODE-CONTRAT-MVT
                 MOVE WS-LIEN-CLIENT(WS-INDEX-LIEN)
                 TO WS-CLIENT-SINISTRE
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDEX-REGLE FROM 1 BY 1
           UNTIL WS-INDEX-REGLE GREATER THAN WS-NB-REGLES
              MOVE "N" TO WS-REGLE-DECLENCHEE
              PERFORM APPLIQUE-REGLE THRU APPLIQUE-REGLE-FIN
              IF WS-REGLE-EST-DECLENCHEE
                 ADD WS-REGLE-POINTS(WS-INDEX-REGLE) TO WS-SCORE
                 STRING WS-REGLE-CODE(WS-INDEX-REGLE) DELIMITED BY " "
                 " " DELIMITED BY SIZE
                 INTO WS-MOTIFS WITH POINTER WS-POSITION-MOTIF
              END-IF
           END-PERFORM.

           IF WS-SCORE EQUAL 0
           OR WS-SCORE LESS THAN WS-SEUIL-ALERTE
              GO TO CONTROLE-FRAUDE-FIN
           END-IF.
           ADD 1 TO WS-NB-EN-ENQUETE.
           ADD 1 TO WS-NB-ENQUETES.
           MOVE NUM-SINISTRE-MVT TO WS-ENQ-NUM(WS-NB-ENQUETES).
           MOVE CODE-CONTRAT-MVT TO WS-ENQ-CONTRAT(WS-NB-ENQUETES).
           MOVE DATE-MVT TO WS-ENQ-DATE(WS-NB-ENQUETES).
           MOVE WS-SCORE TO WS-ENQ-SCORE(WS-NB-ENQUETES).
           MOVE "ENQUETE" TO WS-ENQ-STATUT(WS-NB-ENQUETES).
           MOVE WS-MOTIFS TO WS-ENQ-MOTIFS(WS-NB-ENQUETES).
       CONTROLE-FRAUDE-FIN.
           EXIT.

      *la règle WS-INDEX-REGLE appliquée à l'ouverture en cours
       APPLIQUE-REGLE.
           EVALUATE WS-REGLE-CODE(WS-INDEX-REGLE)

      *contrat trop récent : moins de SEUIL jours depuis le début
              WHEN "ANCIENNETE"
                 IF WS-DEBUT-CONTRAT NOT EQUAL 0
                    COMPUTE WS-JOURS =
                       FUNCTION INTEGER-OF-DATE(DATE-MVT)
                       - FUNCTION INTEGER-OF-DATE(WS-DEBUT-CONTRAT)
                    IF WS-JOURS LESS THAN WS-REGLE-SEUIL(WS-INDEX-REGLE)
                       SET WS-REGLE-EST-DECLENCHEE TO TRUE
                    END-IF
                 END-IF

      *contrat suspendu ou résilié au jour de l'ouverture
              WHEN "SUSPENDU"
                 IF STATUT-SORTIE NOT EQUAL "ACTIF"
                    SET WS-REGLE-EST-DECLENCHEE TO TRUE
                 END-IF

      *SEUIL sinistres ou plus sur le contrat dans la fenêtre,
      *celui-ci compris
              WHEN "NB-CONTRAT"
                 MOVE 1 TO WS-NB-RECENTS
                 PERFORM VARYING WS-INDEX-CONNU FROM 1 BY 1
                 UNTIL WS-INDEX-CONNU GREATER THAN WS-NB-CONNUS
                    IF WS-CONNU-CONTRAT(WS-INDEX-CONNU) EQUAL
                    CODE-CONTRAT-MVT
                       PERFORM COMPTE-RECENT THRU COMPTE-RECENT-FIN
                    END-IF
                 END-PERFORM
                 IF WS-NB-RECENTS NOT LESS THAN
                 WS-REGLE-SEUIL(WS-INDEX-REGLE)
                    SET WS-REGLE-EST-DECLENCHEE TO TRUE
                 END-IF

      *même règle sur tous les contrats du client
              WHEN "NB-CLIENT"
                 IF WS-CLIENT-SINISTRE NOT EQUAL 0
                    MOVE 1 TO WS-NB-RECENTS
                    PERFORM VARYING WS-INDEX-CONNU FROM 1 BY 1
                    UNTIL WS-INDEX-CONNU GREATER THAN WS-NB-CONNUS
                       MOVE 0 TO WS-CLIENT-CONNU
                       PERFORM VARYING WS-INDEX-LIEN FROM 1 BY 1
                       UNTIL WS-INDEX-LIEN GREATER THAN WS-NB-LIENS
                          IF WS-LIEN-CONTRAT(WS-INDEX-LIEN) EQUAL
                          WS-CONNU-CONTRAT(WS-INDEX-CONNU)
                             MOVE WS-LIEN-CLIENT(WS-INDEX-LIEN)
                             TO WS-CLIENT-CONNU
                          END-IF
                       END-PERFORM
                       IF WS-CLIENT-CONNU EQUAL WS-CLIENT-SINISTRE
                          PERFORM COMPTE-RECENT THRU COMPTE-RECENT-FIN
                       END-IF
                    END-PERFORM
                    IF WS-NB-RECENTS NOT LESS THAN
                    WS-REGLE-SEUIL(WS-INDEX-REGLE)
                       SET WS-REGLE-EST-DECLENCHEE TO TRUE
                    END-IF
                 END-IF

      *avenant de hausse de prime pris d'effet dans la fenêtre
              WHEN "AVENANT"
                 PERFORM VARYING WS-INDEX-HAUSSE FROM 1 BY 1
                 UNTIL WS-INDEX-HAUSSE GREATER THAN WS-NB-HAUSSES
                    IF WS-HAUSSE-CONTRAT(WS-INDEX-HAUSSE) EQUAL
                    CODE-CONTRAT-MVT
                    AND FUNCTION TEST-DATE-YYYYMMDD(
                    WS-HAUSSE-EFFET(WS-INDEX-HAUSSE)) EQUAL 0
                       COMPUTE WS-JOURS =
                          FUNCTION INTEGER-OF-DATE(DATE-MVT)
                          - FUNCTION INTEGER-OF-DATE(
                          WS-HAUSSE-EFFET(WS-INDEX-HAUSSE))
                       IF WS-JOURS NOT LESS THAN 0
                       AND WS-JOURS NOT GREATER THAN
                       WS-REGLE-FENETRE(WS-INDEX-REGLE)
                          SET WS-REGLE-EST-DECLENCHEE TO TRUE
                       END-IF
                    END-IF
                 END-PERFORM

      *réserve d'ouverture d'au moins SEUIL % de la prime
              WHEN "RESERVE"
                 MOVE FUNCTION NUMVAL(MONTANT-SORTIE)
                 TO WS-PRIME-CONTRAT
                 IF WS-PRIME-CONTRAT GREATER THAN 0
                 AND MONTANT-MVT * 100 NOT LESS THAN
                 WS-PRIME-CONTRAT * WS-REGLE-SEUIL(WS-INDEX-REGLE)
                    SET WS-REGLE-EST-DECLENCHEE TO TRUE
                 END-IF

              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       APPLIQUE-REGLE-FIN.
           EXIT.

      *le sinistre connu WS-INDEX-CONNU compte s'il a été ouvert
      *dans la fenêtre de la règle avant l'ouverture en cours
       COMPTE-RECENT.
           IF FUNCTION TEST-DATE-YYYYMMDD(
           WS-CONNU-DATE(WS-INDEX-CONNU)) NOT EQUAL 0
              GO TO COMPTE-RECENT-FIN
           END-IF.
           COMPUTE WS-JOURS =
              FUNCTION INTEGER-OF-DATE(DATE-MVT)
              - FUNCTION INTEGER-OF-DATE(WS-CONNU-DATE(WS-INDEX-CONNU)).
           IF WS-JOURS NOT LESS THAN 0
           AND WS-JOURS NOT GREATER THAN
           WS-REGLE-FENETRE(WS-INDEX-REGLE)
              ADD 1 TO WS-NB-RECENTS
           END-IF.
       COMPTE-RECENT-FIN.
           EXIT.
