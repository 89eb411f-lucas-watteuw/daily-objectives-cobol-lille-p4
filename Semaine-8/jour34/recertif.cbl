       IDENTIFICATION DIVISION.
       PROGRAM-ID. recertif.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *la table des habilitations lue par les écrans de maintenance
      *(session-controle) : c'est elle que la campagne fait maigrir
           SELECT HABILITATIONS ASSIGN TO "habilitations.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HABILITATIONS-STATUS.

           SELECT HABILITATIONS-NOUVEAU ASSIGN TO "habilitations.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les droits suspendus faute de confirmation : ils sortent de
      *la table mais restent ici pour être rétablis si le
      *responsable les confirme en retard
           SELECT SUSPENDUES ASSIGN TO "habilitations-suspendues.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SUSPENDUES-STATUS.

           SELECT SUSPENDUES-NOUVEAU
           ASSIGN TO "habilitations-suspendues.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le responsable de chaque opérateur, celui qui certifie ses
      *droits
           SELECT RESPONSABLES ASSIGN TO "operateurs-responsables.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESPONSABLES-STATUS.

      *la trace des connexions alimentée par login
           SELECT AUDIT-CONNEXIONS ASSIGN TO "audit-connexions.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

      *les journaux d'audit des écrans, ouverts tour à tour
           SELECT JOURNAL-ECRAN ASSIGN TO WS-NOM-JOURNAL
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JOURNAL-STATUS.

      *l'état de la campagne en cours : un droit revu par ligne
           SELECT CAMPAGNE ASSIGN TO "recertif-campagne.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CAMPAGNE-STATUS.

           SELECT CAMPAGNE-NOUVEAU ASSIGN TO "recertif-campagne.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les campagnes précédentes, archivées à l'ouverture de la
      *suivante
           SELECT HISTORIQUE ASSIGN TO "recertif-historique.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HISTORIQUE-STATUS.

      *les listes de revue envoyées aux responsables
           SELECT REVUE ASSIGN TO "recertif-revue.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *les décisions retournées par les responsables
           SELECT DECISIONS ASSIGN TO "recertif-decisions.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DECISIONS-STATUS.

      *la trace de chaque changement apporté aux habilitations
           SELECT AUDIT-HABILITATIONS
           ASSIGN TO "audit-habilitations.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-HAB-STATUS.

      *le compte rendu de campagne pour les auditeurs
           SELECT RAPPORT ASSIGN TO "rapport-recertification.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HABILITATIONS.
       01 LIGNE-HABILITATION.
           05 ID-HABILITATION PIC X(10).
           05 FILLER PIC X.
           05 PROGRAMME-HABILITATION PIC X(12).
           05 FILLER PIC X.
           05 DROIT-HABILITATION PIC X.

       FD HABILITATIONS-NOUVEAU.
       01 LIGNE-HABILITATION-NOUVEAU.
           05 ID-HABILITATION-N PIC X(10).
           05 FILLER PIC X.
           05 PROGRAMME-HABILITATION-N PIC X(12).
           05 FILLER PIC X.
           05 DROIT-HABILITATION-N PIC X.

      *un droit suspendu : l'opérateur, le programme, le droit, la
      *date de suspension et la campagne
       FD SUSPENDUES.
       01 LIGNE-SUSPENDUE.
           05 ID-SUSPENDUE PIC X(10).
           05 FILLER PIC X.
           05 PROGRAMME-SUSPENDUE PIC X(12).
           05 FILLER PIC X.
           05 DROIT-SUSPENDUE PIC X.
           05 FILLER PIC X.
           05 DATE-SUSPENDUE PIC 9(8).
           05 FILLER PIC X.
           05 CAMPAGNE-SUSPENDUE PIC X(6).

       FD SUSPENDUES-NOUVEAU.
       01 LIGNE-SUSPENDUE-NOUVEAU.
           05 ID-SUSPENDUE-N PIC X(10).
           05 FILLER PIC X.
           05 PROGRAMME-SUSPENDUE-N PIC X(12).
           05 FILLER PIC X.
           05 DROIT-SUSPENDUE-N PIC X.
           05 FILLER PIC X.
           05 DATE-SUSPENDUE-N PIC 9(8).
           05 FILLER PIC X.
           05 CAMPAGNE-SUSPENDUE-N PIC X(6).

       FD RESPONSABLES.
       01 LIGNE-RESPONSABLE.
           05 ID-OPERATEUR-RESP PIC X(10).
           05 FILLER PIC X.
           05 ID-RESPONSABLE PIC X(10).

       FD AUDIT-CONNEXIONS.
       01 LIGNE-AUDIT-CONNEXION PIC X(120).

       FD JOURNAL-ECRAN.
       01 LIGNE-JOURNAL-ECRAN PIC X(250).

      *un droit en revue : la campagne et son échéance, le droit,
      *le responsable, la dernière connexion et la dernière
      *utilisation de l'écran relevées à l'ouverture, l'état (A en
      *attente, G gardé, R révoqué, S suspendu, E rétabli après
      *suspension), le responsable qui a décidé et la date
       FD CAMPAGNE.
       01 LIGNE-CAMPAGNE.
           05 CAMPAGNE-C PIC X(6).
           05 FILLER PIC X.
           05 ECHEANCE-C PIC 9(8).
           05 FILLER PIC X.
           05 ID-C PIC X(10).
           05 FILLER PIC X.
           05 PROGRAMME-C PIC X(12).
           05 FILLER PIC X.
           05 DROIT-C PIC X.
           05 FILLER PIC X.
           05 RESPONSABLE-C PIC X(10).
           05 FILLER PIC X.
           05 CONNEXION-C PIC 9(8).
           05 FILLER PIC X.
           05 UTILISATION-C PIC 9(8).
           05 FILLER PIC X.
           05 ETAT-C PIC X.
           05 FILLER PIC X.
           05 RELECTEUR-C PIC X(10).
           05 FILLER PIC X.
           05 DATE-DECISION-C PIC 9(8).

       FD CAMPAGNE-NOUVEAU.
       01 LIGNE-CAMPAGNE-NOUVEAU PIC X(100).

       FD HISTORIQUE.
       01 LIGNE-HISTORIQUE PIC X(100).

       FD REVUE.
       01 LIGNE-REVUE PIC X(120).

      *une décision : le responsable, l'opérateur, le programme et
      *G (garder) ou R (révoquer)
       FD DECISIONS.
       01 LIGNE-DECISION.
           05 RESPONSABLE-D PIC X(10).
           05 FILLER PIC X.
           05 ID-D PIC X(10).
           05 FILLER PIC X.
           05 PROGRAMME-D PIC X(12).
           05 FILLER PIC X.
           05 DECISION-D PIC X.

       FD AUDIT-HABILITATIONS.
       01 LIGNE-AUDIT-HABILITATION PIC X(160).

       FD RAPPORT.
       01 LIGNE-RAPPORT PIC X(120).

       WORKING-STORAGE SECTION.

      *statuts des fichiers
       01 WS-HABILITATIONS-STATUS PIC X(2) VALUE SPACES.
           88 WS-HABILITATIONS-STATUS-OK VALUE "00".
       01 WS-SUSPENDUES-STATUS PIC X(2) VALUE SPACES.
           88 WS-SUSPENDUES-STATUS-OK VALUE "00".
       01 WS-RESPONSABLES-STATUS PIC X(2) VALUE SPACES.
           88 WS-RESPONSABLES-STATUS-OK VALUE "00".
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
           88 WS-AUDIT-STATUS-OK VALUE "00".
       01 WS-JOURNAL-STATUS PIC X(2) VALUE SPACES.
           88 WS-JOURNAL-STATUS-OK VALUE "00".
       01 WS-CAMPAGNE-STATUS PIC X(2) VALUE SPACES.
           88 WS-CAMPAGNE-STATUS-OK VALUE "00".
       01 WS-HISTORIQUE-STATUS PIC X(2) VALUE SPACES.
           88 WS-HISTORIQUE-STATUS-OK VALUE "00".
       01 WS-DECISIONS-STATUS PIC X(2) VALUE SPACES.
           88 WS-DECISIONS-STATUS-OK VALUE "00".
       01 WS-AUDIT-HAB-STATUS PIC X(2) VALUE SPACES.
           88 WS-AUDIT-HAB-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-HABILITATIONS PIC X VALUE "C".
       01 WS-FIN-SUSPENDUES PIC X VALUE "C".
       01 WS-FIN-RESPONSABLES PIC X VALUE "C".
       01 WS-FIN-AUDIT PIC X VALUE "C".
       01 WS-FIN-JOURNAL PIC X.
       01 WS-FIN-CAMPAGNE PIC X VALUE "C".
       01 WS-FIN-DECISIONS PIC X VALUE "C".

      *le mode du run : O ouverture de la campagne, D application
      *des décisions retournées, C clôture à l'échéance
       01 WS-MODE PIC X VALUE SPACE.
           88 WS-MODE-OUVERTURE VALUE "O" "o".
           88 WS-MODE-DECISIONS VALUE "D" "d".
           88 WS-MODE-CLOTURE VALUE "C" "c".

      *les journaux d'audit des écrans et le programme dont ils
      *tracent l'utilisation
       01 WS-JOURNAUX-VALEURS.
           05 FILLER PIC X(30) VALUE "audit-changesq.log".
           05 FILLER PIC X(12) VALUE "changesq".
           05 FILLER PIC X(30) VALUE "audit-clients.log".
           05 FILLER PIC X(12) VALUE "mainclients".
           05 FILLER PIC X(30) VALUE "audit-contrats.log".
           05 FILLER PIC X(12) VALUE "maintcontrat".
           05 FILLER PIC X(30) VALUE "audit-consultations.log".
           05 FILLER PIC X(12) VALUE "vueclient".
       01 WS-JOURNAUX REDEFINES WS-JOURNAUX-VALEURS.
           05 WS-JOURNAL OCCURS 4 TIMES.
              10 WS-JOURNAL-FICHIER   PIC X(30).
              10 WS-JOURNAL-PROGRAMME PIC X(12).
       01 WS-INDEX-JOURNAL PIC 9.
       01 WS-NOM-JOURNAL PIC X(30).

      *le découpage d'une ligne d'audit par ses marqueurs
       01 WS-VERDICT-AUDIT PIC X(14).
       01 WS-RESTE1 PIC X(250).
       01 WS-RESTE2 PIC X(250).
       01 WS-ID-AUDIT PIC X(10).
       01 WS-DATE-AUDIT-TEXTE PIC X(10).
       01 WS-DATE-RELEVEE PIC 9(8).

      *les responsables des opérateurs
       01 WS-NB-RESPONSABLES PIC 9(4) VALUE 0.
       01 WS-RESPONSABLE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-RESPONSABLES.
           05 WS-RESP-OPERATEUR PIC X(10).
           05 WS-RESP-ID PIC X(10).
       01 WS-INDEX-RESP PIC 9(4).

      *les habilitations en vigueur, rechargées puis réécrites
       01 WS-NB-HABILITATIONS PIC 9(4) VALUE 0.
       01 WS-HABILITATION OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-HABILITATIONS.
           05 WS-HAB-ID PIC X(10).
           05 WS-HAB-PROGRAMME PIC X(12).
           05 WS-HAB-DROIT PIC X.
           05 WS-HAB-RETIREE PIC X.
       01 WS-INDEX-HAB PIC 9(4).

      *les droits suspendus, rechargés puis réécrits
       01 WS-NB-SUSPENDUES PIC 9(4) VALUE 0.
       01 WS-SUSPENDUE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-SUSPENDUES.
           05 WS-SUS-ID PIC X(10).
           05 WS-SUS-PROGRAMME PIC X(12).
           05 WS-SUS-DROIT PIC X.
           05 WS-SUS-DATE PIC 9(8).
           05 WS-SUS-CAMPAGNE PIC X(6).
           05 WS-SUS-RETIREE PIC X.
       01 WS-INDEX-SUS PIC 9(4).

      *la campagne en mémoire
       01 WS-NB-REVUES PIC 9(4) VALUE 0.
       01 WS-REVUE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-REVUES.
           05 WS-REV-CAMPAGNE PIC X(6).
           05 WS-REV-ECHEANCE PIC 9(8).
           05 WS-REV-ID PIC X(10).
           05 WS-REV-PROGRAMME PIC X(12).
           05 WS-REV-DROIT PIC X.
           05 WS-REV-RESPONSABLE PIC X(10).
           05 WS-REV-CONNEXION PIC 9(8).
           05 WS-REV-UTILISATION PIC 9(8).
           05 WS-REV-ETAT PIC X.
              88 WS-REV-EN-ATTENTE VALUE "A".
           05 WS-REV-RELECTEUR PIC X(10).
           05 WS-REV-DATE-DECISION PIC 9(8).
           05 WS-REV-EDITEE PIC X.
       01 WS-INDEX-REVUE PIC 9(4).
       01 WS-INDEX-REVUE2 PIC 9(4).
       01 WS-REVUE-TROUVEE PIC 9(4).
       01 WS-NB-EN-ATTENTE PIC 9(4) VALUE 0.

      *la campagne du trimestre et son échéance
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-ANNEE-JOUR PIC 9(4).
           05 WS-MOIS-JOUR PIC 9(2).
           05 WS-JJ-JOUR PIC 9(2).
       01 WS-HEURE-JOUR PIC 9(8).
       01 WS-CAMPAGNE PIC X(6).
       01 WS-TRIMESTRE PIC 9.
       01 WS-ECHEANCE PIC 9(8) VALUE 0.
       01 WS-DELAI-JOURS PIC 9(3) VALUE 0.

      *la ligne de campagne composée avant écriture
       01 WS-LIGNE-CAMPAGNE.
           05 WS-LC-CAMPAGNE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LC-ECHEANCE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LC-ID PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LC-PROGRAMME PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LC-DROIT PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LC-RESPONSABLE PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LC-CONNEXION PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LC-UTILISATION PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LC-ETAT PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS-LC-RELECTEUR PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS-LC-DATE-DECISION PIC 9(8).

      *la trace du changement en cours d'écriture
       01 WS-ACTION-AUDIT PIC X(14).

      *les zones d'édition des listes
       01 WS-EDIT-CONNEXION PIC X(8).
       01 WS-EDIT-UTILISATION PIC X(8).
       01 WS-LIBELLE-ETAT PIC X(24).

      *compteurs du run
       01 WS-NB-GARDEES PIC 9(4) VALUE 0.
       01 WS-NB-REVOQUEES PIC 9(4) VALUE 0.
       01 WS-NB-SUSPENDUES-RUN PIC 9(4) VALUE 0.
       01 WS-NB-RETABLIES PIC 9(4) VALUE 0.
       01 WS-NB-REFUSEES PIC 9(4) VALUE 0.
       01 WS-NB-RESPONSABLES-LISTE PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           DISPLAY "ouverture de campagne, decisions ou cloture?"
           " (O/D/C)".
           ACCEPT WS-MODE.

           PERFORM CHARGE-CAMPAGNE THRU CHARGE-CAMPAGNE-FIN.

           EVALUATE TRUE
              WHEN WS-MODE-OUVERTURE
                 PERFORM OUVRE-CAMPAGNE THRU OUVRE-CAMPAGNE-FIN
              WHEN WS-MODE-DECISIONS
                 PERFORM APPLIQUE-DECISIONS
                 THRU APPLIQUE-DECISIONS-FIN
              WHEN WS-MODE-CLOTURE
                 PERFORM CLOTURE-CAMPAGNE THRU CLOTURE-CAMPAGNE-FIN
              WHEN OTHER
                 DISPLAY "mode inconnu"
                 STOP RUN
           END-EVALUATE.

           PERFORM ECRIT-RAPPORT THRU ECRIT-RAPPORT-FIN.

           STOP RUN.

      *on recharge la campagne en cours, s'il y en a une, et on
      *compte les droits encore en attente de décision
       CHARGE-CAMPAGNE.
           OPEN INPUT CAMPAGNE.
           IF NOT WS-CAMPAGNE-STATUS-OK
              GO TO CHARGE-CAMPAGNE-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-CAMPAGNE EQUAL "F"
              READ CAMPAGNE
                 AT END
                    MOVE "F" TO WS-FIN-CAMPAGNE
                 NOT AT END
                    ADD 1 TO WS-NB-REVUES
                    MOVE CAMPAGNE-C TO WS-REV-CAMPAGNE(WS-NB-REVUES)
                    MOVE ECHEANCE-C TO WS-REV-ECHEANCE(WS-NB-REVUES)
                    MOVE ID-C TO WS-REV-ID(WS-NB-REVUES)
                    MOVE PROGRAMME-C TO WS-REV-PROGRAMME(WS-NB-REVUES)
                    MOVE DROIT-C TO WS-REV-DROIT(WS-NB-REVUES)
                    MOVE RESPONSABLE-C
                    TO WS-REV-RESPONSABLE(WS-NB-REVUES)
                    MOVE CONNEXION-C TO WS-REV-CONNEXION(WS-NB-REVUES)
                    MOVE UTILISATION-C
                    TO WS-REV-UTILISATION(WS-NB-REVUES)
                    MOVE ETAT-C TO WS-REV-ETAT(WS-NB-REVUES)
                    MOVE RELECTEUR-C TO WS-REV-RELECTEUR(WS-NB-REVUES)
                    MOVE DATE-DECISION-C
                    TO WS-REV-DATE-DECISION(WS-NB-REVUES)
                    IF ETAT-C EQUAL "A"
                       ADD 1 TO WS-NB-EN-ATTENTE
                    END-IF
                    MOVE CAMPAGNE-C TO WS-CAMPAGNE
                    MOVE ECHEANCE-C TO WS-ECHEANCE
              END-READ
           END-PERFORM.
           CLOSE CAMPAGNE.
       CHARGE-CAMPAGNE-FIN.
           EXIT.

      *l'ouverture : une photo de chaque droit en vigueur avec son
      *responsable et sa dernière utilisation connue, puis une
      *liste de revue par responsable
       OUVRE-CAMPAGNE.
           IF WS-NB-EN-ATTENTE GREATER THAN 0
              DISPLAY "campagne " WS-CAMPAGNE " en cours, "
              WS-NB-EN-ATTENTE " droit(s) en attente : la clore "
              "avant d'en ouvrir une autre"
              GO TO OUVRE-CAMPAGNE-FIN
           END-IF.

      *la campagne précédente part dans l'historique
           IF WS-NB-REVUES GREATER THAN 0
              PERFORM ARCHIVE-CAMPAGNE THRU ARCHIVE-CAMPAGNE-FIN
           END-IF.
           MOVE 0 TO WS-NB-REVUES.

           COMPUTE WS-TRIMESTRE = (WS-MOIS-JOUR + 2) / 3.
           MOVE SPACES TO WS-CAMPAGNE.
           STRING WS-ANNEE-JOUR "T" WS-TRIMESTRE
           DELIMITED BY SIZE INTO WS-CAMPAGNE.

           DISPLAY "delai de reponse des responsables en jours "
           "(defaut 30)".
           ACCEPT WS-DELAI-JOURS.
           IF WS-DELAI-JOURS EQUAL 0
              MOVE 30 TO WS-DELAI-JOURS
           END-IF.
           COMPUTE WS-ECHEANCE = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) + WS-DELAI-JOURS).

           PERFORM CHARGE-RESPONSABLES THRU CHARGE-RESPONSABLES-FIN.

           OPEN INPUT HABILITATIONS.
           IF NOT WS-HABILITATIONS-STATUS-OK
              DISPLAY "habilitations.dat absent, rien a revoir"
              GO TO OUVRE-CAMPAGNE-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-HABILITATIONS EQUAL "F"
              READ HABILITATIONS
                 AT END
                    MOVE "F" TO WS-FIN-HABILITATIONS
                 NOT AT END
                    ADD 1 TO WS-NB-REVUES
                    MOVE WS-CAMPAGNE TO WS-REV-CAMPAGNE(WS-NB-REVUES)
                    MOVE WS-ECHEANCE TO WS-REV-ECHEANCE(WS-NB-REVUES)
                    MOVE ID-HABILITATION TO WS-REV-ID(WS-NB-REVUES)
                    MOVE PROGRAMME-HABILITATION
                    TO WS-REV-PROGRAMME(WS-NB-REVUES)
                    MOVE DROIT-HABILITATION
                    TO WS-REV-DROIT(WS-NB-REVUES)
                    MOVE "SANS-RESP"
                    TO WS-REV-RESPONSABLE(WS-NB-REVUES)
                    PERFORM VARYING WS-INDEX-RESP FROM 1 BY 1
                    UNTIL WS-INDEX-RESP GREATER THAN WS-NB-RESPONSABLES
                       IF WS-RESP-OPERATEUR(WS-INDEX-RESP)
                       EQUAL ID-HABILITATION
                          MOVE WS-RESP-ID(WS-INDEX-RESP)
                          TO WS-REV-RESPONSABLE(WS-NB-REVUES)
                       END-IF
                    END-PERFORM
                    MOVE 0 TO WS-REV-CONNEXION(WS-NB-REVUES)
                    MOVE 0 TO WS-REV-UTILISATION(WS-NB-REVUES)
                    MOVE "A" TO WS-REV-ETAT(WS-NB-REVUES)
                    MOVE SPACES TO WS-REV-RELECTEUR(WS-NB-REVUES)
                    MOVE 0 TO WS-REV-DATE-DECISION(WS-NB-REVUES)
              END-READ
           END-PERFORM.
           CLOSE HABILITATIONS.

           PERFORM RELEVE-UTILISATIONS THRU RELEVE-UTILISATIONS-FIN.
           PERFORM ECRIT-CAMPAGNE THRU ECRIT-CAMPAGNE-FIN.
           PERFORM ECRIT-REVUE THRU ECRIT-REVUE-FIN.

           PERFORM OUVRE-AUDIT THRU OUVRE-AUDIT-FIN.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE SPACES TO LIGNE-AUDIT-HABILITATION.
           STRING "CAMPAGNE-OUVERTE campagne=" WS-CAMPAGNE
           " droits=" WS-NB-REVUES
           " echeance=" WS-ECHEANCE
           " date=" WS-DATE-JOUR
           " heure=" WS-HEURE-JOUR
           INTO LIGNE-AUDIT-HABILITATION.
           WRITE LIGNE-AUDIT-HABILITATION.
           CLOSE AUDIT-HABILITATIONS.

           DISPLAY "campagne " WS-CAMPAGNE " ouverte - " WS-NB-REVUES
           " droit(s) a revoir par " WS-NB-RESPONSABLES-LISTE
           " responsable(s) avant le " WS-ECHEANCE.
       OUVRE-CAMPAGNE-FIN.
           EXIT.

       CHARGE-RESPONSABLES.
           OPEN INPUT RESPONSABLES.
           IF NOT WS-RESPONSABLES-STATUS-OK
              DISPLAY "operateurs-responsables.dat absent, tous les "
              "droits sont sans responsable"
              GO TO CHARGE-RESPONSABLES-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-RESPONSABLES EQUAL "F"
              READ RESPONSABLES
                 AT END
                    MOVE "F" TO WS-FIN-RESPONSABLES
                 NOT AT END
                    ADD 1 TO WS-NB-RESPONSABLES
                    MOVE ID-OPERATEUR-RESP
                    TO WS-RESP-OPERATEUR(WS-NB-RESPONSABLES)
                    MOVE ID-RESPONSABLE
                    TO WS-RESP-ID(WS-NB-RESPONSABLES)
              END-READ
           END-PERFORM.
           CLOSE RESPONSABLES.
       CHARGE-RESPONSABLES-FIN.
           EXIT.

      *la dernière connexion réussie de chaque opérateur vient du
      *journal de login, la dernière utilisation de chaque écran
      *de son journal d'audit ; les écrans sans journal n'ont que
      *la connexion
       RELEVE-UTILISATIONS.
           OPEN INPUT AUDIT-CONNEXIONS.
           IF WS-AUDIT-STATUS-OK
              PERFORM UNTIL WS-FIN-AUDIT EQUAL "F"
                 READ AUDIT-CONNEXIONS
                    AT END
                       MOVE "F" TO WS-FIN-AUDIT
                    NOT AT END
                       PERFORM RELEVE-CONNEXION
                       THRU RELEVE-CONNEXION-FIN
                 END-READ
              END-PERFORM
              CLOSE AUDIT-CONNEXIONS
           END-IF.

           PERFORM VARYING WS-INDEX-JOURNAL FROM 1 BY 1
           UNTIL WS-INDEX-JOURNAL GREATER THAN 4
              MOVE WS-JOURNAL-FICHIER(WS-INDEX-JOURNAL)
              TO WS-NOM-JOURNAL
              OPEN INPUT JOURNAL-ECRAN
              IF WS-JOURNAL-STATUS-OK
                 MOVE "C" TO WS-FIN-JOURNAL
                 PERFORM UNTIL WS-FIN-JOURNAL EQUAL "F"
                    READ JOURNAL-ECRAN
                       AT END
                          MOVE "F" TO WS-FIN-JOURNAL
                       NOT AT END
                          PERFORM RELEVE-ECRAN THRU RELEVE-ECRAN-FIN
                    END-READ
                 END-PERFORM
                 CLOSE JOURNAL-ECRAN
              END-IF
           END-PERFORM.
       RELEVE-UTILISATIONS-FIN.
           EXIT.

      *une ligne SUCCES du journal de login date la dernière
      *connexion de l'opérateur, pour tous ses droits
       RELEVE-CONNEXION.
           UNSTRING LIGNE-AUDIT-CONNEXION DELIMITED BY " id="
              INTO WS-VERDICT-AUDIT WS-RESTE1.
           IF WS-VERDICT-AUDIT NOT EQUAL "SUCCES"
              GO TO RELEVE-CONNEXION-FIN
           END-IF.
           UNSTRING WS-RESTE1 DELIMITED BY " date="
              INTO WS-ID-AUDIT WS-RESTE2.
           MOVE WS-RESTE2(1:8) TO WS-DATE-AUDIT-TEXTE.
           IF WS-DATE-AUDIT-TEXTE(1:8) IS NOT NUMERIC
              GO TO RELEVE-CONNEXION-FIN
           END-IF.
           MOVE WS-DATE-AUDIT-TEXTE(1:8) TO WS-DATE-RELEVEE.
           PERFORM VARYING WS-INDEX-REVUE FROM 1 BY 1
           UNTIL WS-INDEX-REVUE GREATER THAN WS-NB-REVUES
              IF WS-REV-ID(WS-INDEX-REVUE) EQUAL WS-ID-AUDIT
              AND WS-DATE-RELEVEE GREATER THAN
              WS-REV-CONNEXION(WS-INDEX-REVUE)
                 MOVE WS-DATE-RELEVEE
                 TO WS-REV-CONNEXION(WS-INDEX-REVUE)
              END-IF
           END-PERFORM.
       RELEVE-CONNEXION-FIN.
           EXIT.

      *une ligne d'audit d'écran porte "operateur=" puis l'id sur
      *dix caractères, et "date=" ; elle date la dernière
      *utilisation du programme par cet opérateur
       RELEVE-ECRAN.
           MOVE SPACES TO WS-RESTE1 WS-RESTE2.
           UNSTRING LIGNE-JOURNAL-ECRAN DELIMITED BY "operateur="
              INTO WS-RESTE2 WS-RESTE1.
           IF WS-RESTE1 EQUAL SPACES
              GO TO RELEVE-ECRAN-FIN
           END-IF.
           MOVE WS-RESTE1(1:10) TO WS-ID-AUDIT.
           MOVE SPACES TO WS-RESTE1 WS-RESTE2.
           UNSTRING LIGNE-JOURNAL-ECRAN DELIMITED BY " date="
              INTO WS-RESTE2 WS-RESTE1.
           MOVE WS-RESTE1(1:8) TO WS-DATE-AUDIT-TEXTE.
           IF WS-DATE-AUDIT-TEXTE(1:8) IS NOT NUMERIC
              GO TO RELEVE-ECRAN-FIN
           END-IF.
           MOVE WS-DATE-AUDIT-TEXTE(1:8) TO WS-DATE-RELEVEE.
           PERFORM VARYING WS-INDEX-REVUE FROM 1 BY 1
           UNTIL WS-INDEX-REVUE GREATER THAN WS-NB-REVUES
              IF WS-REV-ID(WS-INDEX-REVUE) EQUAL WS-ID-AUDIT
              AND WS-REV-PROGRAMME(WS-INDEX-REVUE) EQUAL
              WS-JOURNAL-PROGRAMME(WS-INDEX-JOURNAL)
              AND WS-DATE-RELEVEE GREATER THAN
              WS-REV-UTILISATION(WS-INDEX-REVUE)
                 MOVE WS-DATE-RELEVEE
                 TO WS-REV-UTILISATION(WS-INDEX-REVUE)
              END-IF
           END-PERFORM.
       RELEVE-ECRAN-FIN.
           EXIT.

      *la liste de revue : un bloc par responsable avec chaque droit
      *de ses opérateurs et la ligne de décision à lui retourner
       ECRIT-REVUE.
           OPEN OUTPUT REVUE.
           MOVE 0 TO WS-NB-RESPONSABLES-LISTE.
           PERFORM VARYING WS-INDEX-REVUE FROM 1 BY 1
           UNTIL WS-INDEX-REVUE GREATER THAN WS-NB-REVUES
              MOVE "N" TO WS-REV-EDITEE(WS-INDEX-REVUE)
           END-PERFORM.
           PERFORM VARYING WS-INDEX-REVUE FROM 1 BY 1
           UNTIL WS-INDEX-REVUE GREATER THAN WS-NB-REVUES
              IF WS-REV-EDITEE(WS-INDEX-REVUE) EQUAL "N"
                 PERFORM ECRIT-BLOC-RESPONSABLE
                 THRU ECRIT-BLOC-RESPONSABLE-FIN
              END-IF
           END-PERFORM.
           CLOSE REVUE.
       ECRIT-REVUE-FIN.
           EXIT.

       ECRIT-BLOC-RESPONSABLE.
           ADD 1 TO WS-NB-RESPONSABLES-LISTE.
           MOVE SPACES TO LIGNE-REVUE.
           STRING "=== responsable "
           WS-REV-RESPONSABLE(WS-INDEX-REVUE)
           " - campagne " WS-CAMPAGNE
           " - reponse attendue avant le " WS-ECHEANCE " ==="
           INTO LIGNE-REVUE.
           WRITE LIGNE-REVUE.
           MOVE SPACES TO LIGNE-REVUE.
           STRING "operateur  programme    droit  derniere connexion"
           "  derniere utilisation"
           INTO LIGNE-REVUE.
           WRITE LIGNE-REVUE.
           PERFORM VARYING WS-INDEX-REVUE2 FROM WS-INDEX-REVUE BY 1
           UNTIL WS-INDEX-REVUE2 GREATER THAN WS-NB-REVUES
              IF WS-REV-RESPONSABLE(WS-INDEX-REVUE2) EQUAL
              WS-REV-RESPONSABLE(WS-INDEX-REVUE)
                 MOVE "O" TO WS-REV-EDITEE(WS-INDEX-REVUE2)
                 PERFORM EDITE-DATES THRU EDITE-DATES-FIN
                 MOVE SPACES TO LIGNE-REVUE
                 STRING WS-REV-ID(WS-INDEX-REVUE2) " "
                 WS-REV-PROGRAMME(WS-INDEX-REVUE2) " "
                 WS-REV-DROIT(WS-INDEX-REVUE2) "      "
                 WS-EDIT-CONNEXION "            "
                 WS-EDIT-UTILISATION
                 INTO LIGNE-REVUE
                 WRITE LIGNE-REVUE
              END-IF
           END-PERFORM.
           MOVE SPACES TO LIGNE-REVUE.
           STRING "decisions a retourner dans recertif-decisions.txt :"
           " responsable, operateur, programme, G garder / R revoquer"
           INTO LIGNE-REVUE.
           WRITE LIGNE-REVUE.
           MOVE SPACES TO LIGNE-REVUE.
           WRITE LIGNE-REVUE.
       ECRIT-BLOC-RESPONSABLE-FIN.
           EXIT.

      *les dates de connexion et d'utilisation du droit
      *WS-INDEX-REVUE2, "jamais" quand le journal ne l'a pas vu
       EDITE-DATES.
           IF WS-REV-CONNEXION(WS-INDEX-REVUE2) EQUAL 0
              MOVE "jamais" TO WS-EDIT-CONNEXION
           ELSE
              MOVE WS-REV-CONNEXION(WS-INDEX-REVUE2)
              TO WS-EDIT-CONNEXION
           END-IF.
           IF WS-REV-UTILISATION(WS-INDEX-REVUE2) EQUAL 0
              MOVE "jamais" TO WS-EDIT-UTILISATION
           ELSE
              MOVE WS-REV-UTILISATION(WS-INDEX-REVUE2)
              TO WS-EDIT-UTILISATION
           END-IF.
       EDITE-DATES-FIN.
           EXIT.

      *les décisions retournées : un responsable ne peut décider
      *que pour ses opérateurs ; garder confirme le droit (ou le
      *rétablit s'il a été suspendu), révoquer le retire de la
      *table des habilitations
       APPLIQUE-DECISIONS.
           IF WS-NB-REVUES EQUAL 0
              DISPLAY "aucune campagne ouverte"
              GO TO APPLIQUE-DECISIONS-FIN
           END-IF.
           OPEN INPUT DECISIONS.
           IF NOT WS-DECISIONS-STATUS-OK
              DISPLAY "recertif-decisions.txt absent, rien a appliquer"
              GO TO APPLIQUE-DECISIONS-FIN
           END-IF.

           PERFORM CHARGE-HABILITATIONS THRU CHARGE-HABILITATIONS-FIN.
           PERFORM CHARGE-SUSPENDUES THRU CHARGE-SUSPENDUES-FIN.
           PERFORM OUVRE-AUDIT THRU OUVRE-AUDIT-FIN.

           PERFORM UNTIL WS-FIN-DECISIONS EQUAL "F"
              READ DECISIONS
                 AT END
                    MOVE "F" TO WS-FIN-DECISIONS
                 NOT AT END
                    PERFORM APPLIQUE-DECISION
                    THRU APPLIQUE-DECISION-FIN
              END-READ
           END-PERFORM.
           CLOSE DECISIONS.
           CLOSE AUDIT-HABILITATIONS.

           PERFORM REECRIT-HABILITATIONS
           THRU REECRIT-HABILITATIONS-FIN.
           PERFORM REECRIT-SUSPENDUES THRU REECRIT-SUSPENDUES-FIN.
           PERFORM ECRIT-CAMPAGNE THRU ECRIT-CAMPAGNE-FIN.

           DISPLAY "Fin des decisions - " WS-NB-GARDEES " gardee(s), "
           WS-NB-REVOQUEES " revoquee(s), " WS-NB-RETABLIES
           " retablie(s), " WS-NB-REFUSEES " refusee(s)".
       APPLIQUE-DECISIONS-FIN.
           EXIT.

       APPLIQUE-DECISION.
           MOVE 0 TO WS-REVUE-TROUVEE.
           PERFORM VARYING WS-INDEX-REVUE FROM 1 BY 1
           UNTIL WS-INDEX-REVUE GREATER THAN WS-NB-REVUES
              IF WS-REV-ID(WS-INDEX-REVUE) EQUAL ID-D
              AND WS-REV-PROGRAMME(WS-INDEX-REVUE) EQUAL PROGRAMME-D
                 MOVE WS-INDEX-REVUE TO WS-REVUE-TROUVEE
              END-IF
           END-PERFORM.
           IF WS-REVUE-TROUVEE EQUAL 0
              ADD 1 TO WS-NB-REFUSEES
              DISPLAY "decision refusee, droit hors campagne : "
              ID-D " " PROGRAMME-D
              GO TO APPLIQUE-DECISION-FIN
           END-IF.
           MOVE WS-REVUE-TROUVEE TO WS-INDEX-REVUE.
           IF RESPONSABLE-D NOT EQUAL
           WS-REV-RESPONSABLE(WS-INDEX-REVUE)
              ADD 1 TO WS-NB-REFUSEES
              DISPLAY "decision refusee, " RESPONSABLE-D
              " n'est pas le responsable de " ID-D
              GO TO APPLIQUE-DECISION-FIN
           END-IF.

      *une décision sur un droit déjà tranché est ignorée, pour que
      *le même fichier puisse être repassé sans effet
           EVALUATE TRUE
              WHEN DECISION-D EQUAL "G"
              AND WS-REV-ETAT(WS-INDEX-REVUE) EQUAL "A"
                 MOVE "G" TO WS-REV-ETAT(WS-INDEX-REVUE)
                 ADD 1 TO WS-NB-GARDEES
                 MOVE "CONFIRMATION" TO WS-ACTION-AUDIT
              WHEN DECISION-D EQUAL "G"
              AND WS-REV-ETAT(WS-INDEX-REVUE) EQUAL "S"
                 PERFORM RETABLIT-DROIT THRU RETABLIT-DROIT-FIN
                 MOVE "E" TO WS-REV-ETAT(WS-INDEX-REVUE)
                 ADD 1 TO WS-NB-RETABLIES
                 MOVE "RETABLISSEMENT" TO WS-ACTION-AUDIT
              WHEN DECISION-D EQUAL "R"
              AND WS-REV-ETAT(WS-INDEX-REVUE) EQUAL "A"
                 PERFORM RETIRE-HABILITATION
                 THRU RETIRE-HABILITATION-FIN
                 MOVE "R" TO WS-REV-ETAT(WS-INDEX-REVUE)
                 ADD 1 TO WS-NB-REVOQUEES
                 MOVE "REVOCATION" TO WS-ACTION-AUDIT
              WHEN DECISION-D EQUAL "R"
              AND WS-REV-ETAT(WS-INDEX-REVUE) EQUAL "S"
                 PERFORM RETIRE-SUSPENDUE THRU RETIRE-SUSPENDUE-FIN
                 MOVE "R" TO WS-REV-ETAT(WS-INDEX-REVUE)
                 ADD 1 TO WS-NB-REVOQUEES
                 MOVE "REVOCATION" TO WS-ACTION-AUDIT
              WHEN DECISION-D NOT EQUAL "G"
              AND DECISION-D NOT EQUAL "R"
                 ADD 1 TO WS-NB-REFUSEES
                 DISPLAY "decision inconnue pour " ID-D " "
                 PROGRAMME-D
                 GO TO APPLIQUE-DECISION-FIN
              WHEN OTHER
                 GO TO APPLIQUE-DECISION-FIN
           END-EVALUATE.
           MOVE RESPONSABLE-D TO WS-REV-RELECTEUR(WS-INDEX-REVUE).
           MOVE WS-DATE-JOUR TO WS-REV-DATE-DECISION(WS-INDEX-REVUE).
           PERFORM ECRIT-AUDIT THRU ECRIT-AUDIT-FIN.
       APPLIQUE-DECISION-FIN.
           EXIT.

      *la clôture, l'échéance passée : tout droit resté sans
      *décision est suspendu, retiré de la table et gardé dans les
      *droits suspendus
       CLOTURE-CAMPAGNE.
           IF WS-NB-REVUES EQUAL 0
              DISPLAY "aucune campagne ouverte"
              GO TO CLOTURE-CAMPAGNE-FIN
           END-IF.
           IF WS-DATE-JOUR NOT GREATER THAN WS-ECHEANCE
              DISPLAY "echeance du " WS-ECHEANCE " non atteinte, "
              "cloture refusee"
              GO TO CLOTURE-CAMPAGNE-FIN
           END-IF.

           PERFORM CHARGE-HABILITATIONS THRU CHARGE-HABILITATIONS-FIN.
           PERFORM CHARGE-SUSPENDUES THRU CHARGE-SUSPENDUES-FIN.
           PERFORM OUVRE-AUDIT THRU OUVRE-AUDIT-FIN.

           PERFORM VARYING WS-INDEX-REVUE FROM 1 BY 1
           UNTIL WS-INDEX-REVUE GREATER THAN WS-NB-REVUES
              IF WS-REV-EN-ATTENTE(WS-INDEX-REVUE)
                 PERFORM RETIRE-HABILITATION
                 THRU RETIRE-HABILITATION-FIN
                 ADD 1 TO WS-NB-SUSPENDUES
                 MOVE WS-REV-ID(WS-INDEX-REVUE)
                 TO WS-SUS-ID(WS-NB-SUSPENDUES)
                 MOVE WS-REV-PROGRAMME(WS-INDEX-REVUE)
                 TO WS-SUS-PROGRAMME(WS-NB-SUSPENDUES)
                 MOVE WS-REV-DROIT(WS-INDEX-REVUE)
                 TO WS-SUS-DROIT(WS-NB-SUSPENDUES)
                 MOVE WS-DATE-JOUR TO WS-SUS-DATE(WS-NB-SUSPENDUES)
                 MOVE WS-CAMPAGNE TO WS-SUS-CAMPAGNE(WS-NB-SUSPENDUES)
                 MOVE "N" TO WS-SUS-RETIREE(WS-NB-SUSPENDUES)
                 MOVE "S" TO WS-REV-ETAT(WS-INDEX-REVUE)
                 MOVE "CLOTURE"
                 TO WS-REV-RELECTEUR(WS-INDEX-REVUE)
                 MOVE WS-DATE-JOUR
                 TO WS-REV-DATE-DECISION(WS-INDEX-REVUE)
                 ADD 1 TO WS-NB-SUSPENDUES-RUN
                 MOVE "SUSPENSION" TO WS-ACTION-AUDIT
                 PERFORM ECRIT-AUDIT THRU ECRIT-AUDIT-FIN
              END-IF
           END-PERFORM.

           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE SPACES TO LIGNE-AUDIT-HABILITATION.
           STRING "CAMPAGNE-CLOSE campagne=" WS-CAMPAGNE
           " suspendus=" WS-NB-SUSPENDUES-RUN
           " date=" WS-DATE-JOUR
           " heure=" WS-HEURE-JOUR
           INTO LIGNE-AUDIT-HABILITATION.
           WRITE LIGNE-AUDIT-HABILITATION.
           CLOSE AUDIT-HABILITATIONS.

           PERFORM REECRIT-HABILITATIONS
           THRU REECRIT-HABILITATIONS-FIN.
           PERFORM REECRIT-SUSPENDUES THRU REECRIT-SUSPENDUES-FIN.
           PERFORM ECRIT-CAMPAGNE THRU ECRIT-CAMPAGNE-FIN.

           DISPLAY "campagne " WS-CAMPAGNE " close - "
           WS-NB-SUSPENDUES-RUN " droit(s) suspendu(s)".
       CLOTURE-CAMPAGNE-FIN.
           EXIT.

       CHARGE-HABILITATIONS.
           OPEN INPUT HABILITATIONS.
           IF NOT WS-HABILITATIONS-STATUS-OK
              GO TO CHARGE-HABILITATIONS-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-HABILITATIONS EQUAL "F"
              READ HABILITATIONS
                 AT END
                    MOVE "F" TO WS-FIN-HABILITATIONS
                 NOT AT END
                    ADD 1 TO WS-NB-HABILITATIONS
                    MOVE ID-HABILITATION
                    TO WS-HAB-ID(WS-NB-HABILITATIONS)
                    MOVE PROGRAMME-HABILITATION
                    TO WS-HAB-PROGRAMME(WS-NB-HABILITATIONS)
                    MOVE DROIT-HABILITATION
                    TO WS-HAB-DROIT(WS-NB-HABILITATIONS)
                    MOVE "N" TO WS-HAB-RETIREE(WS-NB-HABILITATIONS)
              END-READ
           END-PERFORM.
           CLOSE HABILITATIONS.
       CHARGE-HABILITATIONS-FIN.
           EXIT.

       CHARGE-SUSPENDUES.
           OPEN INPUT SUSPENDUES.
           IF NOT WS-SUSPENDUES-STATUS-OK
              GO TO CHARGE-SUSPENDUES-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-SUSPENDUES EQUAL "F"
              READ SUSPENDUES
                 AT END
                    MOVE "F" TO WS-FIN-SUSPENDUES
                 NOT AT END
                    ADD 1 TO WS-NB-SUSPENDUES
                    MOVE ID-SUSPENDUE TO WS-SUS-ID(WS-NB-SUSPENDUES)
                    MOVE PROGRAMME-SUSPENDUE
                    TO WS-SUS-PROGRAMME(WS-NB-SUSPENDUES)
                    MOVE DROIT-SUSPENDUE
                    TO WS-SUS-DROIT(WS-NB-SUSPENDUES)
                    MOVE DATE-SUSPENDUE
                    TO WS-SUS-DATE(WS-NB-SUSPENDUES)
                    MOVE CAMPAGNE-SUSPENDUE
                    TO WS-SUS-CAMPAGNE(WS-NB-SUSPENDUES)
                    MOVE "N" TO WS-SUS-RETIREE(WS-NB-SUSPENDUES)
              END-READ
           END-PERFORM.
           CLOSE SUSPENDUES.
       CHARGE-SUSPENDUES-FIN.
           EXIT.

      *on retire de la table le droit WS-INDEX-REVUE
       RETIRE-HABILITATION.
           PERFORM VARYING WS-INDEX-HAB FROM 1 BY 1
           UNTIL WS-INDEX-HAB GREATER THAN WS-NB-HABILITATIONS
              IF WS-HAB-ID(WS-INDEX-HAB) EQUAL
              WS-REV-ID(WS-INDEX-REVUE)
              AND WS-HAB-PROGRAMME(WS-INDEX-HAB) EQUAL
              WS-REV-PROGRAMME(WS-INDEX-REVUE)
                 MOVE "O" TO WS-HAB-RETIREE(WS-INDEX-HAB)
              END-IF
           END-PERFORM.
       RETIRE-HABILITATION-FIN.
           EXIT.

      *on retire des suspendus le droit WS-INDEX-REVUE
       RETIRE-SUSPENDUE.
           PERFORM VARYING WS-INDEX-SUS FROM 1 BY 1
           UNTIL WS-INDEX-SUS GREATER THAN WS-NB-SUSPENDUES
              IF WS-SUS-ID(WS-INDEX-SUS) EQUAL
              WS-REV-ID(WS-INDEX-REVUE)
              AND WS-SUS-PROGRAMME(WS-INDEX-SUS) EQUAL
              WS-REV-PROGRAMME(WS-INDEX-REVUE)
                 MOVE "O" TO WS-SUS-RETIREE(WS-INDEX-SUS)
              END-IF
           END-PERFORM.
       RETIRE-SUSPENDUE-FIN.
           EXIT.

      *le droit suspendu WS-INDEX-REVUE revient dans la table avec
      *le droit qu'il avait avant la suspension
       RETABLIT-DROIT.
           PERFORM RETIRE-SUSPENDUE THRU RETIRE-SUSPENDUE-FIN.
           ADD 1 TO WS-NB-HABILITATIONS.
           MOVE WS-REV-ID(WS-INDEX-REVUE)
           TO WS-HAB-ID(WS-NB-HABILITATIONS).
           MOVE WS-REV-PROGRAMME(WS-INDEX-REVUE)
           TO WS-HAB-PROGRAMME(WS-NB-HABILITATIONS).
           MOVE WS-REV-DROIT(WS-INDEX-REVUE)
           TO WS-HAB-DROIT(WS-NB-HABILITATIONS).
           MOVE "N" TO WS-HAB-RETIREE(WS-NB-HABILITATIONS).
       RETABLIT-DROIT-FIN.
           EXIT.

       REECRIT-HABILITATIONS.
           OPEN OUTPUT HABILITATIONS-NOUVEAU.
           PERFORM VARYING WS-INDEX-HAB FROM 1 BY 1
           UNTIL WS-INDEX-HAB GREATER THAN WS-NB-HABILITATIONS
              IF WS-HAB-RETIREE(WS-INDEX-HAB) EQUAL "N"
                 MOVE SPACES TO LIGNE-HABILITATION-NOUVEAU
                 MOVE WS-HAB-ID(WS-INDEX-HAB) TO ID-HABILITATION-N
                 MOVE WS-HAB-PROGRAMME(WS-INDEX-HAB)
                 TO PROGRAMME-HABILITATION-N
                 MOVE WS-HAB-DROIT(WS-INDEX-HAB)
                 TO DROIT-HABILITATION-N
                 WRITE LIGNE-HABILITATION-NOUVEAU
              END-IF
           END-PERFORM.
           CLOSE HABILITATIONS-NOUVEAU.
       REECRIT-HABILITATIONS-FIN.
           EXIT.

       REECRIT-SUSPENDUES.
           OPEN OUTPUT SUSPENDUES-NOUVEAU.
           PERFORM VARYING WS-INDEX-SUS FROM 1 BY 1
           UNTIL WS-INDEX-SUS GREATER THAN WS-NB-SUSPENDUES
              IF WS-SUS-RETIREE(WS-INDEX-SUS) EQUAL "N"
                 MOVE SPACES TO LIGNE-SUSPENDUE-NOUVEAU
                 MOVE WS-SUS-ID(WS-INDEX-SUS) TO ID-SUSPENDUE-N
                 MOVE WS-SUS-PROGRAMME(WS-INDEX-SUS)
                 TO PROGRAMME-SUSPENDUE-N
                 MOVE WS-SUS-DROIT(WS-INDEX-SUS) TO DROIT-SUSPENDUE-N
                 MOVE WS-SUS-DATE(WS-INDEX-SUS) TO DATE-SUSPENDUE-N
                 MOVE WS-SUS-CAMPAGNE(WS-INDEX-SUS)
                 TO CAMPAGNE-SUSPENDUE-N
                 WRITE LIGNE-SUSPENDUE-NOUVEAU
              END-IF
           END-PERFORM.
           CLOSE SUSPENDUES-NOUVEAU.
       REECRIT-SUSPENDUES-FIN.
           EXIT.

      *la campagne en mémoire est réécrite avec ses décisions
       ECRIT-CAMPAGNE.
           OPEN OUTPUT CAMPAGNE-NOUVEAU.
           PERFORM VARYING WS-INDEX-REVUE FROM 1 BY 1
           UNTIL WS-INDEX-REVUE GREATER THAN WS-NB-REVUES
              PERFORM COMPOSE-LIGNE-CAMPAGNE
              THRU COMPOSE-LIGNE-CAMPAGNE-FIN
              MOVE WS-LIGNE-CAMPAGNE TO LIGNE-CAMPAGNE-NOUVEAU
              WRITE LIGNE-CAMPAGNE-NOUVEAU
           END-PERFORM.
           CLOSE CAMPAGNE-NOUVEAU.
       ECRIT-CAMPAGNE-FIN.
           EXIT.

      *la campagne terminée est ajoutée à l'historique avant d'être
      *remplacée par la nouvelle
       ARCHIVE-CAMPAGNE.
           OPEN INPUT HISTORIQUE.
           IF WS-HISTORIQUE-STATUS-OK
              CLOSE HISTORIQUE
              OPEN EXTEND HISTORIQUE
           ELSE
              OPEN OUTPUT HISTORIQUE
           END-IF.
           PERFORM VARYING WS-INDEX-REVUE FROM 1 BY 1
           UNTIL WS-INDEX-REVUE GREATER THAN WS-NB-REVUES
              PERFORM COMPOSE-LIGNE-CAMPAGNE
              THRU COMPOSE-LIGNE-CAMPAGNE-FIN
              MOVE WS-LIGNE-CAMPAGNE TO LIGNE-HISTORIQUE
              WRITE LIGNE-HISTORIQUE
           END-PERFORM.
           CLOSE HISTORIQUE.
       ARCHIVE-CAMPAGNE-FIN.
           EXIT.

       COMPOSE-LIGNE-CAMPAGNE.
           MOVE WS-REV-CAMPAGNE(WS-INDEX-REVUE) TO WS-LC-CAMPAGNE.
           MOVE WS-REV-ECHEANCE(WS-INDEX-REVUE) TO WS-LC-ECHEANCE.
           MOVE WS-REV-ID(WS-INDEX-REVUE) TO WS-LC-ID.
           MOVE WS-REV-PROGRAMME(WS-INDEX-REVUE) TO WS-LC-PROGRAMME.
           MOVE WS-REV-DROIT(WS-INDEX-REVUE) TO WS-LC-DROIT.
           MOVE WS-REV-RESPONSABLE(WS-INDEX-REVUE)
           TO WS-LC-RESPONSABLE.
           MOVE WS-REV-CONNEXION(WS-INDEX-REVUE) TO WS-LC-CONNEXION.
           MOVE WS-REV-UTILISATION(WS-INDEX-REVUE)
           TO WS-LC-UTILISATION.
           MOVE WS-REV-ETAT(WS-INDEX-REVUE) TO WS-LC-ETAT.
           MOVE WS-REV-RELECTEUR(WS-INDEX-REVUE) TO WS-LC-RELECTEUR.
           MOVE WS-REV-DATE-DECISION(WS-INDEX-REVUE)
           TO WS-LC-DATE-DECISION.
       COMPOSE-LIGNE-CAMPAGNE-FIN.
           EXIT.

       OUVRE-AUDIT.
           OPEN INPUT AUDIT-HABILITATIONS.
           IF WS-AUDIT-HAB-STATUS-OK
              CLOSE AUDIT-HABILITATIONS
              OPEN EXTEND AUDIT-HABILITATIONS
           ELSE
              OPEN OUTPUT AUDIT-HABILITATIONS
           END-IF.
       OUVRE-AUDIT-FIN.
           EXIT.

      *la trace du changement WS-ACTION-AUDIT sur le droit
      *WS-INDEX-REVUE : l'opérateur, le programme, le droit, qui a
      *décidé, la campagne et la date
       ECRIT-AUDIT.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE SPACES TO LIGNE-AUDIT-HABILITATION.
           STRING WS-ACTION-AUDIT DELIMITED BY SPACE
           " operateur=" WS-REV-ID(WS-INDEX-REVUE)
           " programme=" WS-REV-PROGRAMME(WS-INDEX-REVUE)
           " droit=" WS-REV-DROIT(WS-INDEX-REVUE)
           " par=" WS-REV-RELECTEUR(WS-INDEX-REVUE)
           " campagne=" WS-CAMPAGNE
           " date=" WS-DATE-JOUR
           " heure=" WS-HEURE-JOUR
           INTO LIGNE-AUDIT-HABILITATION.
           WRITE LIGNE-AUDIT-HABILITATION.
       ECRIT-AUDIT-FIN.
           EXIT.

      *le compte rendu de campagne, refait à chaque run : chaque
      *droit revu, qui l'a revu, quand, et ce qui a changé
       ECRIT-RAPPORT.
           IF WS-NB-REVUES EQUAL 0
              GO TO ECRIT-RAPPORT-FIN
           END-IF.
           MOVE 0 TO WS-NB-GARDEES WS-NB-REVOQUEES WS-NB-RETABLIES
           WS-NB-SUSPENDUES-RUN WS-NB-EN-ATTENTE.
           OPEN OUTPUT RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "RECERTIFICATION DES HABILITATIONS - CAMPAGNE "
           WS-CAMPAGNE " - ECHEANCE " WS-ECHEANCE
           " - ETAT AU " WS-DATE-JOUR
           INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "operateur  programme    droit responsable derniere "
           "utilis. decision                 par        le"
           INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           PERFORM VARYING WS-INDEX-REVUE FROM 1 BY 1
           UNTIL WS-INDEX-REVUE GREATER THAN WS-NB-REVUES
              MOVE WS-INDEX-REVUE TO WS-INDEX-REVUE2
              PERFORM EDITE-DATES THRU EDITE-DATES-FIN
              EVALUATE WS-REV-ETAT(WS-INDEX-REVUE)
                 WHEN "G"
                    MOVE "garde, inchange" TO WS-LIBELLE-ETAT
                    ADD 1 TO WS-NB-GARDEES
                 WHEN "R"
                    MOVE "revoque, retire" TO WS-LIBELLE-ETAT
                    ADD 1 TO WS-NB-REVOQUEES
                 WHEN "S"
                    MOVE "non confirme, suspendu" TO WS-LIBELLE-ETAT
                    ADD 1 TO WS-NB-SUSPENDUES-RUN
                 WHEN "E"
                    MOVE "confirme tard, retabli" TO WS-LIBELLE-ETAT
                    ADD 1 TO WS-NB-RETABLIES
                 WHEN OTHER
                    MOVE "en attente" TO WS-LIBELLE-ETAT
                    ADD 1 TO WS-NB-EN-ATTENTE
              END-EVALUATE
              MOVE SPACES TO LIGNE-RAPPORT
              STRING WS-REV-ID(WS-INDEX-REVUE) " "
              WS-REV-PROGRAMME(WS-INDEX-REVUE) " "
              WS-REV-DROIT(WS-INDEX-REVUE) "     "
              WS-REV-RESPONSABLE(WS-INDEX-REVUE) "  "
              WS-EDIT-UTILISATION " "
              WS-LIBELLE-ETAT " "
              WS-REV-RELECTEUR(WS-INDEX-REVUE) " "
              WS-REV-DATE-DECISION(WS-INDEX-REVUE)
              INTO LIGNE-RAPPORT
              WRITE LIGNE-RAPPORT
           END-PERFORM.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "--- " WS-NB-REVUES " droit(s) en revue : "
           WS-NB-GARDEES " garde(s), " WS-NB-REVOQUEES
           " revoque(s), " WS-NB-SUSPENDUES-RUN " suspendu(s), "
           WS-NB-RETABLIES " retabli(s), " WS-NB-EN-ATTENTE
           " en attente ---"
           INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT.
       ECRIT-RAPPORT-FIN.
           EXIT.
