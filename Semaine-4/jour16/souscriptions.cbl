       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les propositions du commercial : souscripteur, produit, dates
      *demandées, prime, devise, décision (A accepté, R refusé),
      *courtier apporteur et numéro du devis émis par devis.cbl
           SELECT PROPOSITIONS-ENTREE
           ASSIGN TO "propositions-souscription.dat"
              ORGANIZATION IS LINE SEQUENTIAL
           ASSIGN TO "rapport-assurance-controle.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les devis émis par devis.cbl : la prime proposée doit rester
      *dans la tolérance de la prime calculée
           SELECT DEVIS-EMIS ASSIGN TO "devis.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-DEVIS.

      *les propositions signalées : sans devis, devis inconnu,
      *périmé, d'un autre produit, ou prime hors tolérance
           SELECT ECARTS-DEVIS ASSIGN TO "propositions-ecart-devis.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les alertes du filtrage sanctions (filtrage.cbl, lancé
      *avant) : une personne dont une alerte n'est pas LEVEE par la
      *conformité ne peut pas souscrire
           SELECT ALERTES ASSIGN TO "alertes-sanctions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ALERTES.

      *les propositions refusées ou invalides, avec la raison
           SELECT PROPOSITIONS-REJETEES
           ASSIGN TO "propositions-rejetees.dat"
           05 DECISION-PROP    PIC X.
           05 FILLER           PIC X.
           05 CODE-COURTIER-PROP PIC X(6).
           05 FILLER           PIC X.
           05 NUM-DEVIS-PROP   PIC X(8).

       FD ASSURANCE-SORTIE.
       01 LIGNE-ASSURANCE-SORTIE.
           05 FILLER          PIC X.
           05 TOTAL-CTRL      PIC 9(16).

       FD DEVIS-EMIS.
       01 LIGNE-DEVIS.
           05 NUM-DEVIS        PIC 9(8).
           05 FILLER           PIC X.
           05 DATE-DEVIS       PIC 9(8).
           05 FILLER           PIC X.
           05 VALIDITE-DEVIS   PIC 9(8).
           05 FILLER           PIC X.
           05 NOM-DEVIS        PIC X(15).
           05 FILLER           PIC X.
           05 PRENOM-DEVIS     PIC X(15).
           05 FILLER           PIC X.
           05 PRODUIT-DEVIS    PIC X(14).
           05 FILLER           PIC X.
           05 DEPARTEMENT-DEVIS PIC X(3).
           05 FILLER           PIC X.
           05 AGE-DEVIS        PIC 9(3).
           05 FILLER           PIC X.
           05 DATE-DEBUT-DEVIS PIC 9(8).
           05 FILLER           PIC X.
           05 DATE-FIN-DEVIS   PIC 9(8).
           05 FILLER           PIC X.
           05 COURTIER-DEVIS   PIC X(6).
           05 FILLER           PIC X.
           05 PRIME-DEVIS      PIC 9(8).
           05 FILLER           PIC X.
           05 DEVISE-DEVIS     PIC X.

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

       FD ECARTS-DEVIS.
       01 LIGNE-ECART.
           05 LIGNE-ECART-CONTENU PIC X(160).

       FD PROPOSITIONS-REJETEES.
       01 LIGNE-PROPOSITION-REJETEE.
           05 LIGNE-PROPOSITION-REJETEE-CONTENU PIC X(160).
       01 WS-FS-SORTIE           PIC X(2) VALUE "00".
           88 WS-FS-SORTIE-OK VALUE "00".

      *statut des devis, absents tant que devis.cbl n'a pas tourné
       01 WS-FS-DEVIS            PIC X(2) VALUE "00".
           88 WS-FS-DEVIS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-CONDITION           PIC X VALUE "C".
       01 WS-CONDITION-MAX       PIC X VALUE "C".
       01 WS-CONDITION-DEVIS     PIC X VALUE "C".

      *les devis émis chargés en mémoire
       01 WS-NB-DEVIS            PIC 9(6) VALUE 0.
       01 WS-DEVIS-LIGNE OCCURS 1 TO 999999 TIMES
          DEPENDING ON WS-NB-DEVIS.
           05 WS-DEVIS-NUM       PIC 9(8).
           05 WS-DEVIS-VALIDITE  PIC 9(8).
           05 WS-DEVIS-PRODUIT   PIC X(14).
           05 WS-DEVIS-PRIME     PIC 9(8).
       01 WS-INDEX-DEVIS         PIC 9(6).
       01 WS-DEVIS-TROUVE        PIC X VALUE "N".
           88 WS-DEVIS-EST-TROUVE VALUE "O".

      *statut des alertes sanctions, absentes tant que filtrage
      *n'a pas tourné
       01 WS-FS-ALERTES          PIC X(2) VALUE "00".
           88 WS-FS-ALERTES-OK VALUE "00".
       01 WS-CONDITION-ALERTES   PIC X VALUE "C".

      *les noms filtrés dont l'alerte bloque encore : en attente de
      *décision ou confirmée
       01 WS-NB-BLOCAGES         PIC 9(6) VALUE 0.
       01 WS-BLOCAGE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-BLOCAGES.
           05 WS-BLOCAGE-NUM     PIC 9(6).
           05 WS-BLOCAGE-NOM     PIC X(41).
           05 WS-BLOCAGE-STATUT  PIC X(10).
       01 WS-INDEX-BLOCAGE       PIC 9(6).
       01 WS-BLOCAGE-TROUVE      PIC X VALUE "N".
           88 WS-BLOCAGE-EST-TROUVE VALUE "O".
       01 WS-NOM-PROPOSITION     PIC X(41).

      *l'écart toléré entre la prime proposée et la prime du devis,
      *en pourcentage de la prime du devis
       01 WS-TOLERANCE-DEVIS     PIC 9(3) VALUE 5.
       01 WS-PRIME-PROPOSEE      PIC 9(8).
       01 WS-ECART-PRIME         PIC 9(8).
       01 WS-ECART-POURCENT      PIC 9(5).
       01 WS-MOTIF-ECART         PIC X(60) VALUE SPACES.

      *le prochain code contrat à attribuer : le plus grand code du
      *portefeuille plus un, trouvé par lecture séquentielle de la
       01 WS-DATE-VALIDE         PIC X VALUE "O".
           88 WS-DATE-EST-VALIDE VALUE "O".

      *l'appel du service commun des dates
       COPY "../../copybooks/dates-appel.copy" REPLACING DATES-APPEL BY
          WS-DATES-APPEL
          DATES-FONCTION BY WS-DATES-FONCTION
          DATES-DATE-2 BY WS-DATES-DATE-2
          DATES-DATE-RESULTAT BY WS-DATES-DATE-RESULTAT
          DATES-DATE BY WS-DATES-DATE
          DATES-NOMBRE-RESULTAT BY WS-DATES-NOMBRE-RESULTAT
          DATES-NOMBRE BY WS-DATES-NOMBRE
          DATES-RETOUR BY WS-DATES-RETOUR.

      *variables pour remettre les dates au format JJ/MM/AAAA du
      *portefeuille
       01 WS-ANNEE               PIC 9(4).
       01 WS-NB-PROPOSITIONS     PIC 9(6) VALUE 0.
       01 WS-NB-SOUSCRITES       PIC 9(6) VALUE 0.
       01 WS-NB-REJETEES         PIC 9(6) VALUE 0.
       01 WS-NB-ECARTS           PIC 9(6) VALUE 0.
       01 WS-NB-BLOQUEES         PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           END-PERFORM.
           CLOSE ASSURANCE-SORTIE.

      *les devis émis ; un fichier absent fait signaler toutes les
      *propositions comme sans devis
           OPEN INPUT DEVIS-EMIS.
           IF WS-FS-DEVIS-OK
              PERFORM UNTIL WS-CONDITION-DEVIS EQUAL "F"
                 READ DEVIS-EMIS
                    AT END
                       MOVE "F" TO WS-CONDITION-DEVIS
                    NOT AT END
                       ADD 1 TO WS-NB-DEVIS
                       MOVE NUM-DEVIS TO WS-DEVIS-NUM(WS-NB-DEVIS)
                       MOVE VALIDITE-DEVIS
                       TO WS-DEVIS-VALIDITE(WS-NB-DEVIS)
                       MOVE PRODUIT-DEVIS
                       TO WS-DEVIS-PRODUIT(WS-NB-DEVIS)
                       MOVE PRIME-DEVIS TO WS-DEVIS-PRIME(WS-NB-DEVIS)
                 END-READ
              END-PERFORM
              CLOSE DEVIS-EMIS
           END-IF.

      *les alertes sanctions non levées ; sans fichier, rien n'est
      *bloqué
           OPEN INPUT ALERTES.
           IF WS-FS-ALERTES-OK
              PERFORM UNTIL WS-CONDITION-ALERTES EQUAL "F"
                 READ ALERTES
                    AT END
                       MOVE "F" TO WS-CONDITION-ALERTES
                    NOT AT END
                       IF STATUT-ALERTE NOT EQUAL "LEVEE"
                          ADD 1 TO WS-NB-BLOCAGES
                          MOVE NUM-ALERTE
                          TO WS-BLOCAGE-NUM(WS-NB-BLOCAGES)
                          MOVE NOM-FILTRE-ALERTE
                          TO WS-BLOCAGE-NOM(WS-NB-BLOCAGES)
                          MOVE STATUT-ALERTE
                          TO WS-BLOCAGE-STATUT(WS-NB-BLOCAGES)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ALERTES
           ELSE
              DISPLAY "alertes-sanctions.dat absent, "
              "lancer filtrage avant souscriptions"
           END-IF.

           OPEN I-O ASSURANCE-SORTIE.
           OPEN OUTPUT ECARTS-DEVIS.
           OPEN OUTPUT PROPOSITIONS-REJETEES.
           OPEN OUTPUT SOUSCRIPTIONS-ACCEPTEES.


           CLOSE PROPOSITIONS-ENTREE.
           CLOSE ASSURANCE-SORTIE.
           CLOSE ECARTS-DEVIS.
           CLOSE PROPOSITIONS-REJETEES.
           CLOSE SOUSCRIPTIONS-ACCEPTEES.


           DISPLAY "Fin du traitement - " WS-NB-PROPOSITIONS
              " proposition(s), " WS-NB-SOUSCRITES
              " souscrite(s), " WS-NB-REJETEES " rejetee(s), "
              WS-NB-ECARTS " ecart(s) au devis, " WS-NB-BLOQUEES
              " bloquee(s) par le filtrage sanctions".

           STOP RUN.

              GO TO TRAITE-PROPOSITION-FIN
           END-IF.

           PERFORM CONTROLE-DEVIS THRU CONTROLE-DEVIS-FIN.

      *une alerte sanctions non levée bloque la souscription
           PERFORM CONTROLE-SANCTIONS THRU CONTROLE-SANCTIONS-FIN.
           IF WS-BLOCAGE-EST-TROUVE
              ADD 1 TO WS-NB-BLOQUEES
              MOVE SPACES TO WS-RAISON-REJET
              STRING "bloquee filtrage sanctions alerte "
              WS-BLOCAGE-NUM(WS-INDEX-BLOCAGE) " "
              WS-BLOCAGE-STATUT(WS-INDEX-BLOCAGE)
              INTO WS-RAISON-REJET
              PERFORM REJETTE-PROPOSITION
              THRU REJETTE-PROPOSITION-FIN
              GO TO TRAITE-PROPOSITION-FIN
           END-IF.

           IF DECISION-PROP NOT EQUAL "A"
              MOVE "decision refusee par le commercial"
              TO WS-RAISON-REJET
       TRAITE-PROPOSITION-FIN.
           EXIT.

      *on rapproche la prime proposée de celle du devis cité : la
      *proposition est signalée, sans être bloquée, quand le devis
      *manque, est inconnu, périmé ou d'un autre produit, ou quand
      *l'écart de prime dépasse la tolérance
       CONTROLE-DEVIS.
           MOVE SPACES TO WS-MOTIF-ECART.
           COMPUTE WS-PRIME-PROPOSEE = FUNCTION NUMVAL(MONTANT-PROP).

           IF NUM-DEVIS-PROP EQUAL SPACES
              MOVE "proposition sans devis" TO WS-MOTIF-ECART
              PERFORM SIGNALE-ECART THRU SIGNALE-ECART-FIN
              GO TO CONTROLE-DEVIS-FIN
           END-IF.

           MOVE "N" TO WS-DEVIS-TROUVE.
           IF NUM-DEVIS-PROP IS NUMERIC
              PERFORM VARYING WS-INDEX-DEVIS FROM 1 BY 1
              UNTIL WS-INDEX-DEVIS GREATER THAN WS-NB-DEVIS
              OR WS-DEVIS-EST-TROUVE
                 IF WS-DEVIS-NUM(WS-INDEX-DEVIS) EQUAL
                 FUNCTION NUMVAL(NUM-DEVIS-PROP)
                    SET WS-DEVIS-EST-TROUVE TO TRUE
                 END-IF
              END-PERFORM
           END-IF.
           IF NOT WS-DEVIS-EST-TROUVE
              MOVE "devis inconnu" TO WS-MOTIF-ECART
              PERFORM SIGNALE-ECART THRU SIGNALE-ECART-FIN
              GO TO CONTROLE-DEVIS-FIN
           END-IF.
           SUBTRACT 1 FROM WS-INDEX-DEVIS.

           IF WS-DEVIS-PRODUIT(WS-INDEX-DEVIS) NOT EQUAL
           NOM-PRODUIT-PROP
              MOVE "devis d'un autre produit" TO WS-MOTIF-ECART
              PERFORM SIGNALE-ECART THRU SIGNALE-ECART-FIN
              GO TO CONTROLE-DEVIS-FIN
           END-IF.

           IF WS-DEVIS-VALIDITE(WS-INDEX-DEVIS) LESS THAN WS-DATE-JOUR
              STRING "devis perime depuis le "
              WS-DEVIS-VALIDITE(WS-INDEX-DEVIS)
              INTO WS-MOTIF-ECART
              PERFORM SIGNALE-ECART THRU SIGNALE-ECART-FIN
              GO TO CONTROLE-DEVIS-FIN
           END-IF.

           IF WS-PRIME-PROPOSEE GREATER THAN
           WS-DEVIS-PRIME(WS-INDEX-DEVIS)
              COMPUTE WS-ECART-PRIME =
                 WS-PRIME-PROPOSEE - WS-DEVIS-PRIME(WS-INDEX-DEVIS)
           ELSE
              COMPUTE WS-ECART-PRIME =
                 WS-DEVIS-PRIME(WS-INDEX-DEVIS) - WS-PRIME-PROPOSEE
           END-IF.
           IF WS-ECART-PRIME * 100 GREATER THAN
           WS-DEVIS-PRIME(WS-INDEX-DEVIS) * WS-TOLERANCE-DEVIS
              IF WS-DEVIS-PRIME(WS-INDEX-DEVIS) GREATER THAN 0
                 COMPUTE WS-ECART-POURCENT ROUNDED =
                    WS-ECART-PRIME * 100
                    / WS-DEVIS-PRIME(WS-INDEX-DEVIS)
              ELSE
                 MOVE 99999 TO WS-ECART-POURCENT
              END-IF
              STRING "prime du devis " WS-DEVIS-PRIME(WS-INDEX-DEVIS)
              " ecart " WS-ECART-POURCENT " %"
              INTO WS-MOTIF-ECART
              PERFORM SIGNALE-ECART THRU SIGNALE-ECART-FIN
           END-IF.
       CONTROLE-DEVIS-FIN.
           EXIT.

      *le souscripteur porte-t-il une alerte sanctions non levée,
      *quelle que soit la source qui l'a levée (proposition,
      *portefeuille ou maître des personnes) ?
       CONTROLE-SANCTIONS.
           MOVE "N" TO WS-BLOCAGE-TROUVE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NOM-CLIENT-PROP))
           TO WS-NOM-PROPOSITION.
           PERFORM VARYING WS-INDEX-BLOCAGE FROM 1 BY 1
           UNTIL WS-INDEX-BLOCAGE GREATER THAN WS-NB-BLOCAGES
           OR WS-BLOCAGE-EST-TROUVE
              IF WS-BLOCAGE-NOM(WS-INDEX-BLOCAGE) EQUAL
              WS-NOM-PROPOSITION
                 SET WS-BLOCAGE-EST-TROUVE TO TRUE
              END-IF
           END-PERFORM.
           IF WS-BLOCAGE-EST-TROUVE
              SUBTRACT 1 FROM WS-INDEX-BLOCAGE
           END-IF.
       CONTROLE-SANCTIONS-FIN.
           EXIT.

      *la proposition est signalée avec son motif
       SIGNALE-ECART.
           ADD 1 TO WS-NB-ECARTS.
           MOVE SPACES TO LIGNE-ECART-CONTENU.
           STRING LIGNE-PROPOSITION " -- "
           FUNCTION TRIM(WS-MOTIF-ECART)
           INTO LIGNE-ECART-CONTENU.
           WRITE LIGNE-ECART.
       SIGNALE-ECART-FIN.
           EXIT.

      *la proposition part en rejet avec sa raison
       REJETTE-PROPOSITION.
           ADD 1 TO WS-NB-REJETEES.

      *on vérifie que WS-DATE-A-VALIDER (YYYYMMDD) est bien une date
      *calendaire réelle (mois 1-12, jour compatible avec le mois et
      *l'année, bissextile comprise, la fin du mois venant du
      *service commun des dates)
       VALIDE-DATE.
           MOVE "O" TO WS-DATE-VALIDE

              IF WS-DATE-MOIS-V < 1 OR WS-DATE-MOIS-V > 12
                 MOVE "N" TO WS-DATE-VALIDE
              ELSE
                 MOVE "FIN-MOIS" TO WS-DATES-FONCTION
                 COMPUTE WS-DATES-DATE = WS-DATE-ANNEE-V * 10000
                    + WS-DATE-MOIS-V * 100 + 1
                 CALL "dates" USING WS-DATES-APPEL
                 MOVE WS-DATES-DATE-RESULTAT(7:2) TO WS-JOURS-DANS-MOIS
                 IF WS-DATES-RETOUR NOT EQUAL 0
                 OR WS-DATE-JOUR-V < 1
                 OR WS-DATE-JOUR-V > WS-JOURS-DANS-MOIS
                    MOVE "N" TO WS-DATE-VALIDE
                 END-IF
