              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PLAFONDS.

      *les coefficients bonus-malus des contrats auto tenus par
      *bonusmalus.cbl : celui de la prime en cours et celui calculé
      *pour l'échéance
           SELECT COEFFICIENTS ASSIGN TO "coefficients-bonus-malus.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COEFFICIENTS.

      *les propositions de renouvellement : ancienne prime, nouvelle
      *prime, taux et coefficients appliqués, reprises par lettres.cbl
           SELECT PROPOSITIONS
           ASSIGN TO "propositions-renouvellement.dat"
              ORGANIZATION IS LINE SEQUENTIAL.
           05 FILLER            PIC X.
           05 TAUX-PLAFOND      PIC 9(2)V99.

       FD COEFFICIENTS.
       01 LIGNE-COEFFICIENT.
           05 CODE-CONTRAT-COEF  PIC 9(8).
           05 FILLER             PIC X.
           05 COEF-EN-COURS      PIC 9V99.
           05 FILLER             PIC X.
           05 COEF-PROCHAIN      PIC 9V99.
           05 FILLER             PIC X.
           05 ECHEANCE-COEF      PIC 9(8).
           05 FILLER             PIC X.
           05 NB-SINISTRES-COEF  PIC 9(3).

      *les coefficients valent zéro pour un contrat hors bonus-malus
       FD PROPOSITIONS.
       01 LIGNE-PROPOSITION.
           05 CODE-CONTRAT-PROP   PIC 9(8).
           05 NOUVELLE-PRIME-PROP PIC 9(8).
           05 FILLER              PIC X.
           05 TAUX-PROP           PIC 9(2)V99.
           05 FILLER              PIC X.
           05 COEF-ACTUEL-PROP    PIC 9V99.
           05 FILLER              PIC X.
           05 COEF-NOUVEAU-PROP   PIC 9V99.

       WORKING-STORAGE SECTION.

       01 WS-FS-PLAFONDS         PIC X(2) VALUE "00".
           88 WS-FS-PLAFONDS-OK VALUE "00".

      *statut des coefficients bonus-malus, absents tant que
      *bonusmalus.cbl n'a pas tourné
       01 WS-FS-COEFFICIENTS     PIC X(2) VALUE "00".
           88 WS-FS-COEFFICIENTS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-CONDITION           PIC X VALUE "C".
       01 WS-CONDITION-TAUX      PIC X VALUE "C".
       01 WS-CONDITION-PLAF      PIC X VALUE "C".
       01 WS-CONDITION-COEF      PIC X VALUE "C".

      *la table des taux d'indexation par produit
       01 WS-NB-TAUX             PIC 9(4) VALUE 0.
           05 WS-PLAFOND-CONTRAT PIC 9(8).
           05 WS-PLAFOND-TAUX    PIC 9(2)V99.

      *la table des coefficients bonus-malus par contrat
       01 WS-NB-COEFFICIENTS     PIC 9(6) VALUE 0.
       01 WS-COEFFICIENT-LIGNE OCCURS 1 TO 999999 TIMES
          DEPENDING ON WS-NB-COEFFICIENTS.
           05 WS-COEF-CONTRAT    PIC 9(8).
           05 WS-COEF-EN-COURS   PIC 9V99.
           05 WS-COEF-PROCHAIN   PIC 9V99.
           05 WS-COEF-ECHEANCE   PIC 9(8).
       01 WS-INDEX-COEF          PIC 9(6).

      *index et drapeaux de recherche dans les tables
       01 WS-INDEX-TAUX          PIC 9(4).
       01 WS-INDEX-PLAF          PIC 9(4).
      *le taux retenu pour le contrat en cours, après plafond
       01 WS-TAUX-COURANT        PIC 9(2)V99.

      *les coefficients bonus-malus du contrat en cours : la prime
      *actuelle contient le premier, la nouvelle prime le second
       01 WS-COEF-ACTUEL         PIC 9V99.
       01 WS-COEF-NOUVEAU        PIC 9V99.

      *l'ancienne et la nouvelle prime du contrat en cours
       01 WS-ANCIENNE-PRIME      PIC 9(8).
       01 WS-NOUVELLE-PRIME      PIC 9(8).
       01 WS-NB-PROPOSITIONS     PIC 9(4) VALUE 0.
       01 WS-NB-SANS-TAUX        PIC 9(4) VALUE 0.
       01 WS-NB-PLAFONNES        PIC 9(4) VALUE 0.
       01 WS-NB-BONUS-MALUS      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

              CLOSE PLAFONDS
           END-IF.

      *on charge les coefficients bonus-malus ; un fichier absent
      *laisse toutes les primes hors bonus-malus
           OPEN INPUT COEFFICIENTS.
           IF WS-FS-COEFFICIENTS-OK
              PERFORM UNTIL WS-CONDITION-COEF EQUAL "F"
                 READ COEFFICIENTS
                    AT END
                       MOVE "F" TO WS-CONDITION-COEF
                    NOT AT END
                       ADD 1 TO WS-NB-COEFFICIENTS
                       MOVE CODE-CONTRAT-COEF
                       TO WS-COEF-CONTRAT(WS-NB-COEFFICIENTS)
                       MOVE COEF-EN-COURS
                       TO WS-COEF-EN-COURS(WS-NB-COEFFICIENTS)
                       MOVE COEF-PROCHAIN
                       TO WS-COEF-PROCHAIN(WS-NB-COEFFICIENTS)
                       MOVE ECHEANCE-COEF
                       TO WS-COEF-ECHEANCE(WS-NB-COEFFICIENTS)
                 END-READ
              END-PERFORM
              CLOSE COEFFICIENTS
           END-IF.

      *une proposition par contrat du rapport de renouvellement
           OPEN INPUT ASSURANCE-RENOUVELLEMENT.
           IF NOT WS-FS-RENOUV-OK

           DISPLAY "Fin du traitement - " WS-NB-PROPOSITIONS
              " proposition(s), " WS-NB-PLAFONNES " plafonnee(s), "
              WS-NB-SANS-TAUX " sans taux, " WS-NB-BONUS-MALUS
              " avec bonus-malus".

           STOP RUN.

      *on tarife le contrat lu : le taux de son produit, plafonné
      *si le client a un plafond, appliqué à la prime du
      *portefeuille, puis le coefficient bonus-malus du contrat auto
       TARIFE-CONTRAT.
           MOVE CODE-CONTRAT-RENOUV TO CODE-CONTRAT-SORTIE.
           READ ASSURANCE-SORTIE.

           COMPUTE WS-ANCIENNE-PRIME =
              FUNCTION NUMVAL(MONTANT-SORTIE).

      *la prime actuelle porte le coefficient en cours ; la nouvelle
      *prime porte celui calculé pour l'échéance, ou le même tant
      *qu'il n'est pas calculé
           MOVE 0 TO WS-COEF-ACTUEL.
           MOVE 0 TO WS-COEF-NOUVEAU.
           PERFORM VARYING WS-INDEX-COEF FROM 1 BY 1
           UNTIL WS-INDEX-COEF GREATER THAN WS-NB-COEFFICIENTS
              IF WS-COEF-CONTRAT(WS-INDEX-COEF) EQUAL
              CODE-CONTRAT-RENOUV
                 MOVE WS-COEF-EN-COURS(WS-INDEX-COEF) TO WS-COEF-ACTUEL
                 MOVE WS-COEF-EN-COURS(WS-INDEX-COEF)
                 TO WS-COEF-NOUVEAU
                 IF WS-COEF-ECHEANCE(WS-INDEX-COEF) NOT EQUAL 0
                    MOVE WS-COEF-PROCHAIN(WS-INDEX-COEF)
                    TO WS-COEF-NOUVEAU
                 END-IF
              END-IF
           END-PERFORM.

           IF WS-COEF-ACTUEL GREATER THAN 0
              ADD 1 TO WS-NB-BONUS-MALUS
              COMPUTE WS-NOUVELLE-PRIME ROUNDED =
                 WS-ANCIENNE-PRIME * (100 + WS-TAUX-COURANT) / 100
                 * WS-COEF-NOUVEAU / WS-COEF-ACTUEL
           ELSE
              COMPUTE WS-NOUVELLE-PRIME ROUNDED =
                 WS-ANCIENNE-PRIME * (100 + WS-TAUX-COURANT) / 100
           END-IF.

           ADD 1 TO WS-NB-PROPOSITIONS.
           MOVE SPACES TO LIGNE-PROPOSITION.
           MOVE CODE-CONTRAT-RENOUV TO CODE-CONTRAT-PROP.
           MOVE WS-ANCIENNE-PRIME TO ANCIENNE-PRIME-PROP.
           MOVE WS-NOUVELLE-PRIME TO NOUVELLE-PRIME-PROP.
           MOVE WS-TAUX-COURANT TO TAUX-PROP.
           MOVE WS-COEF-ACTUEL TO COEF-ACTUEL-PROP.
           MOVE WS-COEF-NOUVEAU TO COEF-NOUVEAU-PROP.
           WRITE LIGNE-PROPOSITION.
       TARIFE-CONTRAT-FIN.
           EXIT.
