       IDENTIFICATION DIVISION.
       PROGRAM-ID. ecritures.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le plan de correspondance tenu par la comptabilité : pour
      *chaque flux (et éventuellement chaque produit ou courtier),
      *le journal, le compte débité et le compte crédité
           SELECT PLAN-COMPTABLE ASSIGN TO "plan-comptable.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PLAN.

      *les primes par produit produites par assurance.cbl
           SELECT ASSURANCE-SOUSTOTAUX
           ASSIGN TO "rapport-assurance-soustotaux.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-SOUSTOTAUX.

      *la déclaration de taxe d'assurance produite par taxes.cbl
           SELECT DECLARATION-TAXES ASSIGN TO "declaration-taxes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TAXES.

      *le relevé des commissions produit par commission.cbl
           SELECT RELEVE-COMMISSIONS
           ASSIGN TO "releve-commissions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COMMISSIONS.

      *le bordereau des primes cédées produit par cessions.cbl
           SELECT BORDEREAU-CESSIONS ASSIGN TO "bordereau-cessions.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CESSIONS.

      *le fichier maître des sinistres tenu par sinistres-cycle.cbl,
      *parcouru séquentiellement pour les paiements cumulés
           SELECT SINISTRES-MAITRE ASSIGN TO "sinistres-maitre.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NUM-SINISTRE-MAITRE
              FILE STATUS IS WS-FS-MAITRE.

      *le registre des factures émises par factures.cbl
           SELECT REGISTRE-FACTURES ASSIGN TO "registre-factures.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REGISTRE.

      *la déclaration mensuelle de TVA produite par tva.cbl
           SELECT DECLARATION-TVA ASSIGN TO "declaration-tva.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-TVA.

      *les écritures déjà passées lors des runs précédents, pour ne
      *jamais comptabiliser deux fois le même flux ; pour un
      *sinistre, le cumul des paiements déjà comptabilisés
           SELECT ECRITURES-PASSEES ASSIGN TO "ecritures-passees.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PASSEES.

           SELECT ECRITURES-PASSEES-NOUVEAU
           ASSIGN TO "ecritures-passees.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le compteur du prochain numéro de pièce
           SELECT COMPTEUR-PIECES ASSIGN TO "compteur-pieces.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-COMPTEUR.

           SELECT COMPTEUR-PIECES-NOUVEAU
           ASSIGN TO "compteur-pieces.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le fichier d'écritures repris tel quel par le logiciel
      *comptable : une ligne par compte mouvementé
           SELECT ECRITURES ASSIGN TO "ecritures-comptables.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *la balance de contrôle par journal et par période
           SELECT BALANCE ASSIGN TO "balance-ecritures.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le journal d'erreurs commun des batchs de nuit
           SELECT ERREURS-BATCH ASSIGN TO "erreurs-batch.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ERREURS.

       DATA DIVISION.
       FILE SECTION.
       FD PLAN-COMPTABLE.
       01 LIGNE-PLAN.
           05 FLUX-PLAN          PIC X(10).
           05 FILLER             PIC X.
           05 CLE-PLAN           PIC X(14).
           05 FILLER             PIC X.
           05 JOURNAL-PLAN       PIC X(3).
           05 FILLER             PIC X.
           05 COMPTE-DEBIT-PLAN  PIC X(8).
           05 FILLER             PIC X.
           05 COMPTE-CREDIT-PLAN PIC X(8).

       FD ASSURANCE-SOUSTOTAUX.
       01 LIGNE-SOUSTOTAUX.
           05 NOM-PRODUIT-SOUSTOTAUX    PIC X(14).
           05 FILLER                    PIC X.
           05 NB-CONTRATS-SOUSTOTAUX    PIC X(17).
           05 FILLER                    PIC X.
           05 MONTANT-TOTAL-SOUSTOTAUX  PIC 9(8).

       FD DECLARATION-TAXES.
       01 LIGNE-TAXE.
           05 LIGNE-TAXE-CONTENU PIC X(120).

       FD RELEVE-COMMISSIONS.
       01 LIGNE-COMMISSION.
           05 LIGNE-COMMISSION-CONTENU PIC X(120).

       FD BORDEREAU-CESSIONS.
       01 LIGNE-CESSION.
           05 LIGNE-CESSION-CONTENU PIC X(120).

       FD SINISTRES-MAITRE.
       01 LIGNE-SINISTRE-MAITRE.
           05 NUM-SINISTRE-MAITRE PIC 9(8).
           05 FILLER              PIC X.
           05 CODE-CONTRAT-MAITRE PIC 9(8).
           05 FILLER              PIC X.
           05 NOM-PRODUIT-MAITRE  PIC X(14).
           05 FILLER              PIC X.
           05 STATUT-MAITRE       PIC X(6).
           05 FILLER              PIC X.
           05 DATE-OUVERTURE      PIC 9(8).
           05 FILLER              PIC X.
           05 DATE-CLOTURE        PIC 9(8).
           05 FILLER              PIC X.
           05 RESERVE-MAITRE      PIC 9(10).
           05 FILLER              PIC X.
           05 PAIEMENTS-MAITRE    PIC 9(10).

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

       FD DECLARATION-TVA.
       01 LIGNE-TVA.
           05 LIGNE-TVA-CONTENU PIC X(80).

       FD ECRITURES-PASSEES.
       01 LIGNE-PASSEE.
           05 CLE-PASSEE         PIC X(30).
           05 FILLER             PIC X.
           05 MONTANT-PASSE      PIC 9(10)V99.

       FD ECRITURES-PASSEES-NOUVEAU.
       01 LIGNE-PASSEE-NOUVEAU.
           05 CLE-PASSEE-N       PIC X(30).
           05 FILLER             PIC X.
           05 MONTANT-PASSE-N    PIC 9(10)V99.

       FD COMPTEUR-PIECES.
       01 LIGNE-COMPTEUR.
           05 PROCHAINE-PIECE    PIC 9(6).

       FD COMPTEUR-PIECES-NOUVEAU.
       01 LIGNE-COMPTEUR-NOUVEAU.
           05 PROCHAINE-PIECE-N  PIC 9(6).

       FD ECRITURES.
       01 LIGNE-ECRITURE.
           05 JOURNAL-ECR        PIC X(3).
           05 FILLER             PIC X.
           05 DATE-ECR           PIC 9(8).
           05 FILLER             PIC X.
           05 COMPTE-ECR         PIC X(8).
           05 FILLER             PIC X.
           05 PIECE-ECR          PIC X(10).
           05 FILLER             PIC X.
           05 LIBELLE-ECR        PIC X(30).
           05 FILLER             PIC X.
           05 DEBIT-ECR          PIC 9(10)V99.
           05 FILLER             PIC X.
           05 CREDIT-ECR         PIC 9(10)V99.

       FD BALANCE.
       01 LIGNE-BALANCE.
           05 LIGNE-BALANCE-CONTENU PIC X(120).

       FD ERREURS-BATCH.
       01 LIGNE-ERREUR-BATCH PIC X(120).

       WORKING-STORAGE SECTION.

      *statut du plan comptable, sans lequel rien n'est passé
       01 WS-FS-PLAN             PIC X(2) VALUE "00".
           88 WS-FS-PLAN-OK VALUE "00".

      *statuts des fichiers sources ; chacun peut manquer si son
      *batch n'a pas tourné, le flux est alors simplement absent
       01 WS-FS-SOUSTOTAUX       PIC X(2) VALUE "00".
           88 WS-FS-SOUSTOTAUX-OK VALUE "00".
       01 WS-FS-TAXES            PIC X(2) VALUE "00".
           88 WS-FS-TAXES-OK VALUE "00".
       01 WS-FS-COMMISSIONS      PIC X(2) VALUE "00".
           88 WS-FS-COMMISSIONS-OK VALUE "00".
       01 WS-FS-CESSIONS         PIC X(2) VALUE "00".
           88 WS-FS-CESSIONS-OK VALUE "00".
       01 WS-FS-MAITRE           PIC X(2) VALUE "00".
           88 WS-FS-MAITRE-OK VALUE "00".
       01 WS-FS-REGISTRE         PIC X(2) VALUE "00".
           88 WS-FS-REGISTRE-OK VALUE "00".
       01 WS-FS-TVA              PIC X(2) VALUE "00".
           88 WS-FS-TVA-OK VALUE "00".
       01 WS-FS-PASSEES          PIC X(2) VALUE "00".
           88 WS-FS-PASSEES-OK VALUE "00".
       01 WS-FS-COMPTEUR         PIC X(2) VALUE "00".
           88 WS-FS-COMPTEUR-OK VALUE "00".
       01 WS-FS-ERREURS          PIC X(2) VALUE "00".
           88 WS-FS-ERREURS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-CONDITION-PLAN      PIC X VALUE "C".
       01 WS-CONDITION-SOUS      PIC X VALUE "C".
       01 WS-CONDITION-TAXE      PIC X VALUE "C".
       01 WS-CONDITION-COMM      PIC X VALUE "C".
       01 WS-CONDITION-CESSION   PIC X VALUE "C".
       01 WS-CONDITION-MAITRE    PIC X VALUE "C".
       01 WS-CONDITION-REGISTRE  PIC X VALUE "C".
       01 WS-CONDITION-TVA       PIC X VALUE "C".
       01 WS-CONDITION-PASSEE    PIC X VALUE "C".
       01 WS-CONDITION-COMPTEUR  PIC X VALUE "C".

      *le plan comptable en mémoire
       01 WS-NB-PLAN             PIC 9(4) VALUE 0.
       01 WS-PLAN-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-PLAN.
           05 WS-PLAN-FLUX       PIC X(10).
           05 WS-PLAN-CLE        PIC X(14).
           05 WS-PLAN-JOURNAL    PIC X(3).
           05 WS-PLAN-DEBIT      PIC X(8).
           05 WS-PLAN-CREDIT     PIC X(8).
       01 WS-INDEX-PLAN          PIC 9(4).
       01 WS-INDEX-RETENU        PIC 9(4) VALUE 0.

      *les écritures déjà passées, rechargées puis réécrites
       01 WS-NB-PASSEES          PIC 9(5) VALUE 0.
       01 WS-PASSEE-LIGNE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-PASSEES.
           05 WS-PASSEE-CLE      PIC X(30).
           05 WS-PASSEE-MONTANT  PIC 9(10)V99.
       01 WS-INDEX-PASSEE        PIC 9(5).
       01 WS-PASSEE-TROUVEE      PIC X VALUE "N".
           88 WS-PASSEE-EST-TROUVEE VALUE "O".
       01 WS-INDEX-PASSEE-TROUVEE PIC 9(5) VALUE 0.

      *les lignes d'écriture du run, gardées en mémoire jusqu'au
      *contrôle d'équilibre
       01 WS-NB-ECRITURES        PIC 9(5) VALUE 0.
       01 WS-ECRITURE-LIGNE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-ECRITURES.
           05 WS-ECR-JOURNAL     PIC X(3).
           05 WS-ECR-DATE        PIC 9(8).
           05 WS-ECR-COMPTE      PIC X(8).
           05 WS-ECR-PIECE       PIC X(10).
           05 WS-ECR-LIBELLE     PIC X(30).
           05 WS-ECR-DEBIT       PIC 9(10)V99.
           05 WS-ECR-CREDIT      PIC 9(10)V99.
       01 WS-INDEX-ECRITURE      PIC 9(5).

      *la balance par journal et par période
       01 WS-NB-SOLDES           PIC 9(4) VALUE 0.
       01 WS-SOLDE-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-SOLDES.
           05 WS-SOLDE-JOURNAL   PIC X(3).
           05 WS-SOLDE-PERIODE   PIC 9(6).
           05 WS-SOLDE-DEBIT     PIC 9(12)V99.
           05 WS-SOLDE-CREDIT    PIC 9(12)V99.
       01 WS-INDEX-SOLDE         PIC 9(4).
       01 WS-SOLDE-TROUVE        PIC X VALUE "N".
           88 WS-SOLDE-EST-TROUVE VALUE "O".

      *le flux en cours de passation, préparé par l'appelant
       01 WS-FLUX                PIC X(10).
       01 WS-CLE                 PIC X(14).
       01 WS-CLE-DEJA            PIC X(30).
       01 WS-MONTANT             PIC 9(10)V99.
       01 WS-DATE-FLUX           PIC 9(8).
       01 WS-LIBELLE             PIC X(30).
      *"O" quand la clé porte un cumul (sinistre) : on met à jour le
      *montant déjà passé au lieu d'ignorer le flux
       01 WS-MODE-CUMUL          PIC X VALUE "N".
           88 WS-EST-MODE-CUMUL VALUE "O".

      *numérotation des pièces
       01 WS-PROCHAINE-PIECE     PIC 9(6) VALUE 1.
       01 WS-PIECE               PIC X(10).

      *la date du jour, la période courante et les dates de fin de
      *mois des déclarations mensuelles
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-PERIODE             PIC 9(6).
       01 WS-HEURE-LOG           PIC 9(8).
       01 WS-AAAAMM              PIC 9(6).
       01 WS-AAAAMM-X REDEFINES WS-AAAAMM PIC X(6).
       01 WS-AAAAMM-R REDEFINES WS-AAAAMM.
           05 WS-ANNEE-MOIS      PIC 9(4).
           05 WS-MOIS-MOIS       PIC 9(2).
       01 WS-PREMIER-SUIVANT     PIC 9(8).
       01 WS-FIN-MOIS            PIC 9(8).

      *découpage des lignes texte des relevés
       01 WS-AVANT               PIC X(120).
       01 WS-APRES               PIC X(120).
       01 WS-TEXTE-MONTANT       PIC X(20).
       01 WS-PARTIE-ENTIERE      PIC X(15).
       01 WS-PARTIE-DECIMALE     PIC X(5).
       01 WS-MONTANT-LU          PIC 9(10)V99.
       01 WS-TAUX-TEXTE          PIC X(10).
       01 WS-NET-TEXTE           PIC X(10).
       01 WS-TVA-TEXTE           PIC X(10).

      *le sinistre en cours : cumul déjà comptabilisé et paiement
      *nouveau à passer
       01 WS-DEJA-PAYE           PIC 9(10)V99.
       01 WS-PAIEMENT-NOUVEAU    PIC 9(10)V99.

      *contrôle d'équilibre : un seul écart ou un flux sans compte
      *et rien n'est écrit
       01 WS-REFUS               PIC X VALUE "N".
           88 WS-EST-REFUSE VALUE "O".
       01 WS-ECART               PIC S9(12)V99.
       01 WS-DEBIT-EDIT          PIC Z(11)9,99.
       01 WS-CREDIT-EDIT         PIC Z(11)9,99.
       01 WS-ECART-EDIT          PIC -(11)9,99.

      *compteurs du run
       01 WS-NB-FLUX             PIC 9(6) VALUE 0.
       01 WS-NB-DEJA-PASSES      PIC 9(6) VALUE 0.
       01 WS-NB-SANS-COMPTE      PIC 9(6) VALUE 0.
       01 WS-NB-DESEQUILIBRES    PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE WS-DATE-JOUR(1:6) TO WS-PERIODE.

      *le plan comptable ; sans lui, aucune écriture possible
           OPEN INPUT PLAN-COMPTABLE.
           IF NOT WS-FS-PLAN-OK
              DISPLAY "plan-comptable.dat absent, "
              "aucune ecriture possible"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-CONDITION-PLAN EQUAL "F"
              READ PLAN-COMPTABLE
                 AT END
                    MOVE "F" TO WS-CONDITION-PLAN
                 NOT AT END
                    ADD 1 TO WS-NB-PLAN
                    MOVE FLUX-PLAN TO WS-PLAN-FLUX(WS-NB-PLAN)
                    MOVE CLE-PLAN TO WS-PLAN-CLE(WS-NB-PLAN)
                    MOVE JOURNAL-PLAN TO WS-PLAN-JOURNAL(WS-NB-PLAN)
                    MOVE COMPTE-DEBIT-PLAN
                    TO WS-PLAN-DEBIT(WS-NB-PLAN)
                    MOVE COMPTE-CREDIT-PLAN
                    TO WS-PLAN-CREDIT(WS-NB-PLAN)
              END-READ
           END-PERFORM.
           CLOSE PLAN-COMPTABLE.

      *les flux déjà comptabilisés lors des runs précédents
           OPEN INPUT ECRITURES-PASSEES.
           IF WS-FS-PASSEES-OK
              PERFORM UNTIL WS-CONDITION-PASSEE EQUAL "F"
                 READ ECRITURES-PASSEES
                    AT END
                       MOVE "F" TO WS-CONDITION-PASSEE
                    NOT AT END
                       ADD 1 TO WS-NB-PASSEES
                       MOVE CLE-PASSEE
                       TO WS-PASSEE-CLE(WS-NB-PASSEES)
                       MOVE MONTANT-PASSE
                       TO WS-PASSEE-MONTANT(WS-NB-PASSEES)
                 END-READ
              END-PERFORM
              CLOSE ECRITURES-PASSEES
           END-IF.

      *le compteur de pièces, créé à 1 au premier run
           OPEN INPUT COMPTEUR-PIECES.
           IF WS-FS-COMPTEUR-OK
              PERFORM UNTIL WS-CONDITION-COMPTEUR EQUAL "F"
                 READ COMPTEUR-PIECES
                    AT END
                       MOVE "F" TO WS-CONDITION-COMPTEUR
                    NOT AT END
                       MOVE PROCHAINE-PIECE TO WS-PROCHAINE-PIECE
                 END-READ
              END-PERFORM
              CLOSE COMPTEUR-PIECES
           END-IF.

      *les primes émises par produit, passées une fois par période
           OPEN INPUT ASSURANCE-SOUSTOTAUX.
           IF WS-FS-SOUSTOTAUX-OK
              PERFORM UNTIL WS-CONDITION-SOUS EQUAL "F"
                 READ ASSURANCE-SOUSTOTAUX
                    AT END
                       MOVE "F" TO WS-CONDITION-SOUS
                    NOT AT END
                       MOVE "PRIME" TO WS-FLUX
                       MOVE NOM-PRODUIT-SOUSTOTAUX TO WS-CLE
                       MOVE MONTANT-TOTAL-SOUSTOTAUX TO WS-MONTANT
                       MOVE WS-DATE-JOUR TO WS-DATE-FLUX
                       MOVE SPACES TO WS-LIBELLE
                       STRING "PRIMES " NOM-PRODUIT-SOUSTOTAUX
                       INTO WS-LIBELLE
                       PERFORM CLE-PERIODIQUE THRU CLE-PERIODIQUE-FIN
                       PERFORM PASSE-FLUX THRU PASSE-FLUX-FIN
                 END-READ
              END-PERFORM
              CLOSE ASSURANCE-SOUSTOTAUX
           END-IF.

      *la taxe d'assurance : une ligne de détail par produit
           OPEN INPUT DECLARATION-TAXES.
           IF WS-FS-TAXES-OK
              PERFORM UNTIL WS-CONDITION-TAXE EQUAL "F"
                 READ DECLARATION-TAXES
                    AT END
                       MOVE "F" TO WS-CONDITION-TAXE
                    NOT AT END
                       IF LIGNE-TAXE-CONTENU(15:6) EQUAL " brut "
                          PERFORM LIT-TAXE THRU LIT-TAXE-FIN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DECLARATION-TAXES
           END-IF.

      *les commissions : une ligne de détail par contrat
           OPEN INPUT RELEVE-COMMISSIONS.
           IF WS-FS-COMMISSIONS-OK
              PERFORM UNTIL WS-CONDITION-COMM EQUAL "F"
                 READ RELEVE-COMMISSIONS
                    AT END
                       MOVE "F" TO WS-CONDITION-COMM
                    NOT AT END
                       IF LIGNE-COMMISSION-CONTENU(7:9) EQUAL
                       " contrat "
                          PERFORM LIT-COMMISSION
                          THRU LIT-COMMISSION-FIN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RELEVE-COMMISSIONS
           END-IF.

      *les primes cédées : une ligne par produit sous traité
           OPEN INPUT BORDEREAU-CESSIONS.
           IF WS-FS-CESSIONS-OK
              PERFORM UNTIL WS-CONDITION-CESSION EQUAL "F"
                 READ BORDEREAU-CESSIONS
                    AT END
                       MOVE "F" TO WS-CONDITION-CESSION
                    NOT AT END
                       IF LIGNE-CESSION-CONTENU(26:10) EQUAL
                       " assiette "
                          PERFORM LIT-CESSION THRU LIT-CESSION-FIN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE BORDEREAU-CESSIONS
           END-IF.

      *les sinistres réglés : le fichier maître porte un cumul, on
      *ne passe que la part payée depuis le dernier run
           OPEN INPUT SINISTRES-MAITRE.
           IF WS-FS-MAITRE-OK
              PERFORM UNTIL WS-CONDITION-MAITRE EQUAL "F"
                 READ SINISTRES-MAITRE NEXT RECORD
                    AT END
                       MOVE "F" TO WS-CONDITION-MAITRE
                    NOT AT END
                       PERFORM LIT-SINISTRE THRU LIT-SINISTRE-FIN
                 END-READ
              END-PERFORM
              CLOSE SINISTRES-MAITRE
           END-IF.

      *les factures de vente, une pièce par facture à sa date
           OPEN INPUT REGISTRE-FACTURES.
           IF WS-FS-REGISTRE-OK
              PERFORM UNTIL WS-CONDITION-REGISTRE EQUAL "F"
                 READ REGISTRE-FACTURES
                    AT END
                       MOVE "F" TO WS-CONDITION-REGISTRE
                    NOT AT END
                       MOVE "FACTURE" TO WS-FLUX
                       MOVE SPACES TO WS-CLE
                       MOVE MONTANT-FACTURE-REG TO WS-MONTANT
                       MOVE DATE-FACTURE-REG TO WS-DATE-FLUX
                       MOVE SPACES TO WS-LIBELLE
                       STRING "FACTURE " NUM-FACTURE-REG
                       " CDE " NUM-COMMANDE1-REG NUM-COMMANDE2-REG
                       INTO WS-LIBELLE
                       MOVE SPACES TO WS-CLE-DEJA
                       STRING "FACTURE " NUM-FACTURE-REG
                       INTO WS-CLE-DEJA
                       PERFORM PASSE-FLUX THRU PASSE-FLUX-FIN
                 END-READ
              END-PERFORM
              CLOSE REGISTRE-FACTURES
           END-IF.

      *les ventes comptoir et leur TVA, par mois clos et par taux
           OPEN INPUT DECLARATION-TVA.
           IF WS-FS-TVA-OK
              PERFORM UNTIL WS-CONDITION-TVA EQUAL "F"
                 READ DECLARATION-TVA
                    AT END
                       MOVE "F" TO WS-CONDITION-TVA
                    NOT AT END
                       IF LIGNE-TVA-CONTENU(1:6) IS NUMERIC
                          PERFORM LIT-TVA THRU LIT-TVA-FIN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE DECLARATION-TVA
           END-IF.

      *la balance par journal et par période, puis le contrôle
      *d'équilibre : débit et crédit doivent se recouper
           PERFORM VARYING WS-INDEX-ECRITURE FROM 1 BY 1
           UNTIL WS-INDEX-ECRITURE GREATER THAN WS-NB-ECRITURES
              PERFORM CUMULE-SOLDE THRU CUMULE-SOLDE-FIN
           END-PERFORM.

           OPEN OUTPUT BALANCE.
           MOVE SPACES TO LIGNE-BALANCE-CONTENU.
           STRING "BALANCE DES ECRITURES au " WS-DATE-JOUR
           INTO LIGNE-BALANCE-CONTENU.
           WRITE LIGNE-BALANCE.
           PERFORM VARYING WS-INDEX-SOLDE FROM 1 BY 1
           UNTIL WS-INDEX-SOLDE GREATER THAN WS-NB-SOLDES
              PERFORM EDITE-SOLDE THRU EDITE-SOLDE-FIN
           END-PERFORM.
           IF WS-NB-SANS-COMPTE GREATER THAN 0
              MOVE SPACES TO LIGNE-BALANCE-CONTENU
              STRING "--- " WS-NB-SANS-COMPTE " flux sans compte"
              " au plan comptable, a completer ---"
              INTO LIGNE-BALANCE-CONTENU
              WRITE LIGNE-BALANCE
           END-IF.

      *un journal déséquilibré n'est pas transmis : le fichier
      *d'écritures est vidé, rien n'est marqué passé
           IF WS-EST-REFUSE
              MOVE SPACES TO LIGNE-BALANCE-CONTENU
              MOVE "--- ECRITURES REFUSEES, aucun fichier transmis ---"
              TO LIGNE-BALANCE-CONTENU
              WRITE LIGNE-BALANCE
              CLOSE BALANCE
              OPEN OUTPUT ECRITURES
              CLOSE ECRITURES
              PERFORM ECRIT-ERREUR THRU ECRIT-ERREUR-FIN
              DISPLAY "ecritures desequilibrees ou sans compte, "
              "fichier refuse"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO LIGNE-BALANCE-CONTENU.
           STRING "--- " WS-NB-FLUX " flux passe(s), "
           WS-NB-DEJA-PASSES " deja passe(s), journaux equilibres ---"
           INTO LIGNE-BALANCE-CONTENU.
           WRITE LIGNE-BALANCE.
           CLOSE BALANCE.

           OPEN OUTPUT ECRITURES.
           PERFORM VARYING WS-INDEX-ECRITURE FROM 1 BY 1
           UNTIL WS-INDEX-ECRITURE GREATER THAN WS-NB-ECRITURES
              MOVE SPACES TO LIGNE-ECRITURE
              MOVE WS-ECR-JOURNAL(WS-INDEX-ECRITURE) TO JOURNAL-ECR
              MOVE WS-ECR-DATE(WS-INDEX-ECRITURE) TO DATE-ECR
              MOVE WS-ECR-COMPTE(WS-INDEX-ECRITURE) TO COMPTE-ECR
              MOVE WS-ECR-PIECE(WS-INDEX-ECRITURE) TO PIECE-ECR
              MOVE WS-ECR-LIBELLE(WS-INDEX-ECRITURE) TO LIBELLE-ECR
              MOVE WS-ECR-DEBIT(WS-INDEX-ECRITURE) TO DEBIT-ECR
              MOVE WS-ECR-CREDIT(WS-INDEX-ECRITURE) TO CREDIT-ECR
              WRITE LIGNE-ECRITURE
           END-PERFORM.
           CLOSE ECRITURES.

      *les flux passés et le compteur de pièces pour le run suivant
           OPEN OUTPUT ECRITURES-PASSEES-NOUVEAU.
           PERFORM VARYING WS-INDEX-PASSEE FROM 1 BY 1
           UNTIL WS-INDEX-PASSEE GREATER THAN WS-NB-PASSEES
              MOVE SPACES TO LIGNE-PASSEE-NOUVEAU
              MOVE WS-PASSEE-CLE(WS-INDEX-PASSEE) TO CLE-PASSEE-N
              MOVE WS-PASSEE-MONTANT(WS-INDEX-PASSEE)
              TO MONTANT-PASSE-N
              WRITE LIGNE-PASSEE-NOUVEAU
           END-PERFORM.
           CLOSE ECRITURES-PASSEES-NOUVEAU.

           OPEN OUTPUT COMPTEUR-PIECES-NOUVEAU.
           MOVE WS-PROCHAINE-PIECE TO PROCHAINE-PIECE-N.
           WRITE LIGNE-COMPTEUR-NOUVEAU.
           CLOSE COMPTEUR-PIECES-NOUVEAU.

           DISPLAY "Fin du traitement - " WS-NB-FLUX
              " flux passe(s), " WS-NB-ECRITURES " ligne(s) d'ecriture".

           STOP RUN.

      *la clé "déjà passé" d'un flux mensuel : flux, période, clé
       CLE-PERIODIQUE.
           MOVE SPACES TO WS-CLE-DEJA.
           STRING WS-FLUX " " WS-PERIODE " " WS-CLE
           INTO WS-CLE-DEJA.
       CLE-PERIODIQUE-FIN.
           EXIT.

      *la ligne de détail de la taxe : produit en tête, montant de
      *taxe après le mot "taxe"
       LIT-TAXE.
           MOVE SPACES TO WS-AVANT WS-APRES WS-TEXTE-MONTANT.
           UNSTRING LIGNE-TAXE-CONTENU DELIMITED BY " taxe "
           INTO WS-AVANT WS-APRES.
           UNSTRING WS-APRES DELIMITED BY " "
           INTO WS-TEXTE-MONTANT.
           PERFORM CONVERTIT-MONTANT THRU CONVERTIT-MONTANT-FIN.
           MOVE "TAXE" TO WS-FLUX.
           MOVE LIGNE-TAXE-CONTENU(1:14) TO WS-CLE.
           MOVE WS-MONTANT-LU TO WS-MONTANT.
           MOVE WS-DATE-JOUR TO WS-DATE-FLUX.
           MOVE SPACES TO WS-LIBELLE.
           STRING "TAXE ASSUR. " LIGNE-TAXE-CONTENU(1:14)
           INTO WS-LIBELLE.
           PERFORM CLE-PERIODIQUE THRU CLE-PERIODIQUE-FIN.
           PERFORM PASSE-FLUX THRU PASSE-FLUX-FIN.
       LIT-TAXE-FIN.
           EXIT.

      *la ligne de détail d'une commission : courtier en tête,
      *contrat ensuite, montant après le mot "commission"
       LIT-COMMISSION.
           MOVE SPACES TO WS-AVANT WS-APRES WS-TEXTE-MONTANT.
           UNSTRING LIGNE-COMMISSION-CONTENU
           DELIMITED BY " commission "
           INTO WS-AVANT WS-APRES.
           UNSTRING WS-APRES DELIMITED BY " "
           INTO WS-TEXTE-MONTANT.
           PERFORM CONVERTIT-MONTANT THRU CONVERTIT-MONTANT-FIN.
           MOVE "COMMISSION" TO WS-FLUX.
           MOVE LIGNE-COMMISSION-CONTENU(1:6) TO WS-CLE.
           MOVE WS-MONTANT-LU TO WS-MONTANT.
           MOVE WS-DATE-JOUR TO WS-DATE-FLUX.
           MOVE SPACES TO WS-LIBELLE.
           STRING "COMM. " LIGNE-COMMISSION-CONTENU(1:6)
           " CTR " LIGNE-COMMISSION-CONTENU(16:8)
           INTO WS-LIBELLE.
           MOVE SPACES TO WS-CLE-DEJA.
           STRING WS-FLUX " " WS-PERIODE " "
           LIGNE-COMMISSION-CONTENU(16:8)
           INTO WS-CLE-DEJA.
           PERFORM PASSE-FLUX THRU PASSE-FLUX-FIN.
       LIT-COMMISSION-FIN.
           EXIT.

      *la ligne de bordereau : référence du traité, produit, prime
      *cédée après "prime cedee"
       LIT-CESSION.
           MOVE SPACES TO WS-AVANT WS-APRES WS-TEXTE-MONTANT.
           UNSTRING LIGNE-CESSION-CONTENU DELIMITED BY " prime cedee "
           INTO WS-AVANT WS-APRES.
           UNSTRING WS-APRES DELIMITED BY " "
           INTO WS-TEXTE-MONTANT.
           PERFORM CONVERTIT-MONTANT THRU CONVERTIT-MONTANT-FIN.
           MOVE "CESSION" TO WS-FLUX.
           MOVE LIGNE-CESSION-CONTENU(12:14) TO WS-CLE.
           MOVE WS-MONTANT-LU TO WS-MONTANT.
           MOVE WS-DATE-JOUR TO WS-DATE-FLUX.
           MOVE SPACES TO WS-LIBELLE.
           STRING "CESSION " LIGNE-CESSION-CONTENU(1:10)
           INTO WS-LIBELLE.
           PERFORM CLE-PERIODIQUE THRU CLE-PERIODIQUE-FIN.
           PERFORM PASSE-FLUX THRU PASSE-FLUX-FIN.
       LIT-CESSION-FIN.
           EXIT.

      *le sinistre lu : seule la part payée depuis le cumul déjà
      *comptabilisé est passée
       LIT-SINISTRE.
           MOVE SPACES TO WS-CLE-DEJA.
           STRING "SINISTRE " NUM-SINISTRE-MAITRE
           INTO WS-CLE-DEJA.
           PERFORM CHERCHE-PASSEE THRU CHERCHE-PASSEE-FIN.
           MOVE 0 TO WS-DEJA-PAYE.
           IF WS-PASSEE-EST-TROUVEE
              MOVE WS-PASSEE-MONTANT(WS-INDEX-PASSEE-TROUVEE)
              TO WS-DEJA-PAYE
           END-IF.
           IF PAIEMENTS-MAITRE NOT GREATER THAN WS-DEJA-PAYE
              GO TO LIT-SINISTRE-FIN
           END-IF.
           COMPUTE WS-PAIEMENT-NOUVEAU =
              PAIEMENTS-MAITRE - WS-DEJA-PAYE.

           MOVE "SINISTRE" TO WS-FLUX.
           MOVE NOM-PRODUIT-MAITRE TO WS-CLE.
           MOVE WS-PAIEMENT-NOUVEAU TO WS-MONTANT.
           MOVE WS-DATE-JOUR TO WS-DATE-FLUX.
           MOVE SPACES TO WS-LIBELLE.
           STRING "SINISTRE " NUM-SINISTRE-MAITRE
           " CTR " CODE-CONTRAT-MAITRE
           INTO WS-LIBELLE.
           SET WS-EST-MODE-CUMUL TO TRUE.
           PERFORM PASSE-FLUX THRU PASSE-FLUX-FIN.
           MOVE "N" TO WS-MODE-CUMUL.
       LIT-SINISTRE-FIN.
           EXIT.

      *la ligne de déclaration de TVA : mois, taux, net et TVA ; un
      *mois n'est passé qu'une fois clos
       LIT-TVA.
           MOVE LIGNE-TVA-CONTENU(1:6) TO WS-AAAAMM-X.
           IF WS-AAAAMM NOT LESS THAN WS-PERIODE
              GO TO LIT-TVA-FIN
           END-IF.
           MOVE SPACES TO WS-AVANT WS-APRES WS-TAUX-TEXTE
           WS-NET-TEXTE WS-TVA-TEXTE.
           UNSTRING LIGNE-TVA-CONTENU DELIMITED BY " taux "
           OR " % net " OR " tva "
           INTO WS-AVANT WS-TAUX-TEXTE WS-NET-TEXTE WS-TVA-TEXTE.
           PERFORM FIN-DE-MOIS THRU FIN-DE-MOIS-FIN.

           MOVE "VENTE" TO WS-FLUX.
           MOVE SPACES TO WS-CLE.
           MOVE FUNCTION NUMVAL(WS-NET-TEXTE) TO WS-MONTANT.
           MOVE WS-FIN-MOIS TO WS-DATE-FLUX.
           MOVE SPACES TO WS-LIBELLE.
           STRING "VENTES " WS-AAAAMM " TAUX "
           FUNCTION TRIM(WS-TAUX-TEXTE)
           INTO WS-LIBELLE.
           MOVE SPACES TO WS-CLE-DEJA.
           STRING WS-FLUX " " WS-AAAAMM " "
           FUNCTION TRIM(WS-TAUX-TEXTE)
           INTO WS-CLE-DEJA.
           PERFORM PASSE-FLUX THRU PASSE-FLUX-FIN.

           MOVE "TVA" TO WS-FLUX.
           MOVE FUNCTION NUMVAL(WS-TVA-TEXTE) TO WS-MONTANT.
           MOVE SPACES TO WS-LIBELLE.
           STRING "TVA COLLECTEE " WS-AAAAMM " TAUX "
           FUNCTION TRIM(WS-TAUX-TEXTE)
           INTO WS-LIBELLE.
           MOVE SPACES TO WS-CLE-DEJA.
           STRING WS-FLUX " " WS-AAAAMM " "
           FUNCTION TRIM(WS-TAUX-TEXTE)
           INTO WS-CLE-DEJA.
           PERFORM PASSE-FLUX THRU PASSE-FLUX-FIN.
       LIT-TVA-FIN.
           EXIT.

      *le dernier jour du mois WS-AAAAMM : la veille du premier du
      *mois suivant
       FIN-DE-MOIS.
           IF WS-MOIS-MOIS EQUAL 12
              COMPUTE WS-PREMIER-SUIVANT =
                 (WS-ANNEE-MOIS + 1) * 10000 + 101
           ELSE
              COMPUTE WS-PREMIER-SUIVANT = (WS-AAAAMM + 1) * 100 + 1
           END-IF.
           COMPUTE WS-FIN-MOIS = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-PREMIER-SUIVANT) - 1).
       FIN-DE-MOIS-FIN.
           EXIT.

      *un montant édité avec virgule (1234,56) relu en numérique
       CONVERTIT-MONTANT.
           MOVE SPACES TO WS-PARTIE-ENTIERE WS-PARTIE-DECIMALE.
           UNSTRING FUNCTION TRIM(WS-TEXTE-MONTANT) DELIMITED BY ","
           INTO WS-PARTIE-ENTIERE WS-PARTIE-DECIMALE.
           MOVE 0 TO WS-MONTANT-LU.
           IF FUNCTION TRIM(WS-PARTIE-ENTIERE) IS NUMERIC
              COMPUTE WS-MONTANT-LU =
                 FUNCTION NUMVAL(WS-PARTIE-ENTIERE)
           END-IF.
           IF WS-PARTIE-DECIMALE(1:2) IS NUMERIC
              COMPUTE WS-MONTANT-LU = WS-MONTANT-LU +
                 FUNCTION NUMVAL(WS-PARTIE-DECIMALE(1:2)) / 100
           END-IF.
       CONVERTIT-MONTANT-FIN.
           EXIT.

      *on cherche WS-CLE-DEJA dans les flux déjà passés
       CHERCHE-PASSEE.
           MOVE "N" TO WS-PASSEE-TROUVEE.
           MOVE 0 TO WS-INDEX-PASSEE-TROUVEE.
           PERFORM VARYING WS-INDEX-PASSEE FROM 1 BY 1
           UNTIL WS-INDEX-PASSEE GREATER THAN WS-NB-PASSEES
              IF WS-PASSEE-CLE(WS-INDEX-PASSEE) EQUAL WS-CLE-DEJA
                 SET WS-PASSEE-EST-TROUVEE TO TRUE
                 MOVE WS-INDEX-PASSEE TO WS-INDEX-PASSEE-TROUVEE
              END-IF
           END-PERFORM.
       CHERCHE-PASSEE-FIN.
           EXIT.

      *on passe le flux préparé : contrôle du déjà passé, recherche
      *du compte au plan comptable (clé exacte puis clé à blanc),
      *puis une ligne au débit et une au crédit sous une même pièce
       PASSE-FLUX.
           IF WS-MONTANT EQUAL 0
              GO TO PASSE-FLUX-FIN
           END-IF.

           PERFORM CHERCHE-PASSEE THRU CHERCHE-PASSEE-FIN.
           IF WS-PASSEE-EST-TROUVEE AND NOT WS-EST-MODE-CUMUL
              ADD 1 TO WS-NB-DEJA-PASSES
              GO TO PASSE-FLUX-FIN
           END-IF.

           MOVE 0 TO WS-INDEX-RETENU.
           PERFORM VARYING WS-INDEX-PLAN FROM 1 BY 1
           UNTIL WS-INDEX-PLAN GREATER THAN WS-NB-PLAN
              IF WS-PLAN-FLUX(WS-INDEX-PLAN) EQUAL WS-FLUX
              AND WS-PLAN-CLE(WS-INDEX-PLAN) EQUAL WS-CLE
                 MOVE WS-INDEX-PLAN TO WS-INDEX-RETENU
              END-IF
           END-PERFORM.
           IF WS-INDEX-RETENU EQUAL 0
              PERFORM VARYING WS-INDEX-PLAN FROM 1 BY 1
              UNTIL WS-INDEX-PLAN GREATER THAN WS-NB-PLAN
                 IF WS-PLAN-FLUX(WS-INDEX-PLAN) EQUAL WS-FLUX
                 AND WS-PLAN-CLE(WS-INDEX-PLAN) EQUAL SPACES
                    MOVE WS-INDEX-PLAN TO WS-INDEX-RETENU
                 END-IF
              END-PERFORM
           END-IF.
           IF WS-INDEX-RETENU EQUAL 0
              ADD 1 TO WS-NB-SANS-COMPTE
              SET WS-EST-REFUSE TO TRUE
              DISPLAY "flux " WS-FLUX " " WS-CLE
              " sans compte au plan comptable"
              GO TO PASSE-FLUX-FIN
           END-IF.

           MOVE SPACES TO WS-PIECE.
           STRING WS-PLAN-JOURNAL(WS-INDEX-RETENU) WS-PROCHAINE-PIECE
           INTO WS-PIECE.
           ADD 1 TO WS-PROCHAINE-PIECE.
           ADD 1 TO WS-NB-FLUX.

      *un compte à blanc au plan laisse la pièce sans contrepartie :
      *le contrôle d'équilibre la refusera
           IF WS-PLAN-DEBIT(WS-INDEX-RETENU) NOT EQUAL SPACES
              ADD 1 TO WS-NB-ECRITURES
              MOVE WS-PLAN-JOURNAL(WS-INDEX-RETENU)
              TO WS-ECR-JOURNAL(WS-NB-ECRITURES)
              MOVE WS-DATE-FLUX TO WS-ECR-DATE(WS-NB-ECRITURES)
              MOVE WS-PLAN-DEBIT(WS-INDEX-RETENU)
              TO WS-ECR-COMPTE(WS-NB-ECRITURES)
              MOVE WS-PIECE TO WS-ECR-PIECE(WS-NB-ECRITURES)
              MOVE WS-LIBELLE TO WS-ECR-LIBELLE(WS-NB-ECRITURES)
              MOVE WS-MONTANT TO WS-ECR-DEBIT(WS-NB-ECRITURES)
              MOVE 0 TO WS-ECR-CREDIT(WS-NB-ECRITURES)
           END-IF.
           IF WS-PLAN-CREDIT(WS-INDEX-RETENU) NOT EQUAL SPACES
              ADD 1 TO WS-NB-ECRITURES
              MOVE WS-PLAN-JOURNAL(WS-INDEX-RETENU)
              TO WS-ECR-JOURNAL(WS-NB-ECRITURES)
              MOVE WS-DATE-FLUX TO WS-ECR-DATE(WS-NB-ECRITURES)
              MOVE WS-PLAN-CREDIT(WS-INDEX-RETENU)
              TO WS-ECR-COMPTE(WS-NB-ECRITURES)
              MOVE WS-PIECE TO WS-ECR-PIECE(WS-NB-ECRITURES)
              MOVE WS-LIBELLE TO WS-ECR-LIBELLE(WS-NB-ECRITURES)
              MOVE 0 TO WS-ECR-DEBIT(WS-NB-ECRITURES)
              MOVE WS-MONTANT TO WS-ECR-CREDIT(WS-NB-ECRITURES)
           END-IF.

      *le flux est marqué passé ; pour un cumul, le montant retenu
      *est le nouveau cumul comptabilisé
           IF WS-PASSEE-EST-TROUVEE
              ADD WS-MONTANT
              TO WS-PASSEE-MONTANT(WS-INDEX-PASSEE-TROUVEE)
           ELSE
              ADD 1 TO WS-NB-PASSEES
              MOVE WS-CLE-DEJA TO WS-PASSEE-CLE(WS-NB-PASSEES)
              MOVE WS-MONTANT TO WS-PASSEE-MONTANT(WS-NB-PASSEES)
           END-IF.
       PASSE-FLUX-FIN.
           EXIT.

      *on ajoute la ligne WS-INDEX-ECRITURE au solde de son journal
      *et de sa période
       CUMULE-SOLDE.
           MOVE "N" TO WS-SOLDE-TROUVE.
           PERFORM VARYING WS-INDEX-SOLDE FROM 1 BY 1
           UNTIL WS-INDEX-SOLDE GREATER THAN WS-NB-SOLDES
              IF WS-SOLDE-JOURNAL(WS-INDEX-SOLDE) EQUAL
              WS-ECR-JOURNAL(WS-INDEX-ECRITURE)
              AND WS-SOLDE-PERIODE(WS-INDEX-SOLDE) EQUAL
              WS-ECR-DATE(WS-INDEX-ECRITURE)(1:6)
                 SET WS-SOLDE-EST-TROUVE TO TRUE
                 ADD WS-ECR-DEBIT(WS-INDEX-ECRITURE)
                 TO WS-SOLDE-DEBIT(WS-INDEX-SOLDE)
                 ADD WS-ECR-CREDIT(WS-INDEX-ECRITURE)
                 TO WS-SOLDE-CREDIT(WS-INDEX-SOLDE)
              END-IF
           END-PERFORM.
           IF NOT WS-SOLDE-EST-TROUVE
              ADD 1 TO WS-NB-SOLDES
              MOVE WS-ECR-JOURNAL(WS-INDEX-ECRITURE)
              TO WS-SOLDE-JOURNAL(WS-NB-SOLDES)
              MOVE WS-ECR-DATE(WS-INDEX-ECRITURE)(1:6)
              TO WS-SOLDE-PERIODE(WS-NB-SOLDES)
              MOVE WS-ECR-DEBIT(WS-INDEX-ECRITURE)
              TO WS-SOLDE-DEBIT(WS-NB-SOLDES)
              MOVE WS-ECR-CREDIT(WS-INDEX-ECRITURE)
              TO WS-SOLDE-CREDIT(WS-NB-SOLDES)
           END-IF.
       CUMULE-SOLDE-FIN.
           EXIT.

      *on édite le solde WS-INDEX-SOLDE ; un écart refuse le run
       EDITE-SOLDE.
           COMPUTE WS-ECART = WS-SOLDE-DEBIT(WS-INDEX-SOLDE)
              - WS-SOLDE-CREDIT(WS-INDEX-SOLDE).
           MOVE WS-SOLDE-DEBIT(WS-INDEX-SOLDE) TO WS-DEBIT-EDIT.
           MOVE WS-SOLDE-CREDIT(WS-INDEX-SOLDE) TO WS-CREDIT-EDIT.
           MOVE WS-ECART TO WS-ECART-EDIT.
           MOVE SPACES TO LIGNE-BALANCE-CONTENU.
           IF WS-ECART EQUAL 0
              STRING "journal " WS-SOLDE-JOURNAL(WS-INDEX-SOLDE)
              " periode " WS-SOLDE-PERIODE(WS-INDEX-SOLDE)
              " debit " FUNCTION TRIM(WS-DEBIT-EDIT)
              " credit " FUNCTION TRIM(WS-CREDIT-EDIT)
              " equilibre"
              INTO LIGNE-BALANCE-CONTENU
           ELSE
              ADD 1 TO WS-NB-DESEQUILIBRES
              SET WS-EST-REFUSE TO TRUE
              STRING "journal " WS-SOLDE-JOURNAL(WS-INDEX-SOLDE)
              " periode " WS-SOLDE-PERIODE(WS-INDEX-SOLDE)
              " debit " FUNCTION TRIM(WS-DEBIT-EDIT)
              " credit " FUNCTION TRIM(WS-CREDIT-EDIT)
              " ECART " FUNCTION TRIM(WS-ECART-EDIT)
              INTO LIGNE-BALANCE-CONTENU
           END-IF.
           WRITE LIGNE-BALANCE.
       EDITE-SOLDE-FIN.
           EXIT.

      *la trace du refus dans le journal d'erreurs commun
       ECRIT-ERREUR.
           OPEN INPUT ERREURS-BATCH.
           IF WS-FS-ERREURS-OK
              CLOSE ERREURS-BATCH
              OPEN EXTEND ERREURS-BATCH
           ELSE
              OPEN OUTPUT ERREURS-BATCH
           END-IF.
           ACCEPT WS-HEURE-LOG FROM TIME.
           MOVE SPACES TO LIGNE-ERREUR-BATCH.
           STRING "ERROR " WS-DATE-JOUR " " WS-HEURE-LOG
           " ECRITURES journal refuse : " WS-NB-DESEQUILIBRES
           " desequilibre(s), " WS-NB-SANS-COMPTE " flux sans compte"
           INTO LIGNE-ERREUR-BATCH.
           WRITE LIGNE-ERREUR-BATCH.
           CLOSE ERREURS-BATCH.
       ECRIT-ERREUR-FIN.
           EXIT.
