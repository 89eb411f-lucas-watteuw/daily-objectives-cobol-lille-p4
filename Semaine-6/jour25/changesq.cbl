      *programme
           COPY "../../copybooks/session-select.copy".

      *le registre des consentements, réextrait à chaque changement
      *pour les envois commerciaux qui travaillent sur fichier
           COPY "../../copybooks/consentement-select.copy".

      *les changements d'adresse à propager aux fichiers dépendants
           COPY "../../copybooks/adresses-select.copy".

      *la file des suppressions et restaurations en attente : la
      *demande du premier opérateur y est garée, un second
      *opérateur l'approuve ou la refuse (exigence conformite :

       COPY "../../copybooks/session-fd.copy".

       COPY "../../copybooks/consentement-fd.copy".

       COPY "../../copybooks/adresses-fd.copy".

      *une demande en attente : type (S suppression, R
      *restauration), id visé, opérateur demandeur, date et raison
       FD ATTENTE.

       COPY "../../copybooks/session-ws.copy".

       COPY "../../copybooks/consentement-ws.copy".

       COPY "../../copybooks/adresses-ws.copy".

      *la file des demandes en attente chargée en mémoire pour la
      *revue du second opérateur
       01 WS-ATTENTE-STATUS PIC X(2) VALUE SPACES.
      *en connaissance de cause
       01  ARCHIVE-DATE            PIC X(8).
       01  ARCHIVE-RAISON          PIC X(50).
      *un consentement : canal (P courrier, E email, T téléphone),
      *finalité (M marketing, P offres des partenaires), statut (O
      *donné, N retiré), date d'effet et source du recueil ; la
      *table consentements garde l'état du jour, la table
      *consentements_historique chaque changement avec l'opérateur
      *et l'heure de saisie, pour prouver quand il a été donné ou
      *retiré
       01  CONS-CANAL              PIC X.
       01  CONS-FINALITE           PIC X.
       01  CONS-STATUT             PIC X.
       01  CONS-DATE               PIC X(8).
       01  CONS-SOURCE             PIC X(10).
       01  CONS-OPERATEUR          PIC X(10).
       01  CONS-DATE-SAISIE        PIC X(8).
       01  CONS-HEURE-SAISIE       PIC X(8).
       01  CONS-NB                 PIC 9(4).
      *pour se connecter à la database
       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "mdp".
      *le verdict du contrôle du code postal saisi : 0 bon, 1 rejeté
       01 WS-CP-VALIDE PIC 9 VALUE 0.

      *la date d'effet saisie pour un consentement (à blanc pour
      *aujourd'hui) et le nombre de lignes extraites du registre
       01 WS-CONS-DATE-SAISIE PIC X(8).
       01 WS-CONS-DATE-EFFET PIC 9(8).
       01 WS-NB-CONS-EXPORTES PIC 9(6) VALUE 0.
       01 WS-CONS-SQLCODE PIC -9(9).

       PROCEDURE DIVISION.

      *l'écran exige l'opérateur connecté via login et habilité
           DISPLAY "9 pour restaurer un individu archive"
           DISPLAY "10 pour rechercher par ville"
           DISPLAY "11 pour approuver les demandes en attente"
           DISPLAY "12 pour enregistrer un consentement"
           DISPLAY "13 pour consulter les consentements d'un individu"
           DISPLAY "pour quitter le programme, entrer autre chose"
           ACCEPT WS-COMMANDE


      *les opérations d'écriture exigent le droit de mise à jour,
      *la suppression et la restauration le droit de suppression
           IF (WS-COMMANDE EQUAL 1 OR 3 OR 12)
           AND NOT WS-DROIT-MAJ
              DISPLAY "droit de mise a jour requis"
              MOVE 99 TO WS-COMMANDE
                 MOVE "MODIFICATION" TO WS-LIGNE-AUDIT
                 MOVE WS-UTILISATEUR-ID TO WS-AUDIT-ID
                 PERFORM ECRIT-AUDIT THRU ECRIT-AUDIT-FIN
      *une adresse changée part aux ménages, aux contrats et à la
      *concentration par la propagation de nuit
                 IF WS-AUDIT-SQLCODE = 0
                 AND (CLIENT-RUE NOT EQUAL CLIENT-RUE-AVANT
                 OR CLIENT-CP NOT EQUAL CLIENT-CP-AVANT
                 OR CLIENT-VILLE NOT EQUAL CLIENT-VILLE-AVANT)
                    PERFORM POSE-EVENEMENT-ADRESSE
                    THRU POSE-EVENEMENT-ADRESSE-FIN
                 END-IF
              END-IF

           WHEN EQUAL 4
              ACCEPT VILLE-RECHERCHE
              PERFORM RECHERCHE-VILLE THRU RECHERCHE-VILLE-FIN

           WHEN EQUAL 12
              PERFORM ENREGISTRE-CONSENTEMENT
              THRU ENREGISTRE-CONSENTEMENT-FIN

           WHEN EQUAL 13
              PERFORM LISTE-CONSENTEMENTS
              THRU LISTE-CONSENTEMENTS-FIN

           WHEN OTHER
              DISPLAY "vous voulez quitter le programme"
              SET WS-QUITTER-OUI TO TRUE
       GARE-DEMANDE-FIN.
           EXIT.

      *on pose l'événement de changement d'adresse de l'individu
      *modifié, avec l'ancienne et la nouvelle adresse ; la
      *propagation de nuit le consomme
       POSE-EVENEMENT-ADRESSE.
           OPEN INPUT F-EVT-ADRESSE.
           IF F-EVT-ADRESSE-STATUS-OK
              CLOSE F-EVT-ADRESSE
              OPEN EXTEND F-EVT-ADRESSE
           ELSE
              OPEN OUTPUT F-EVT-ADRESSE
           END-IF.
           MOVE SPACES TO LIGNE-F-EVT-ADRESSE.
           MOVE WS-UTILISATEUR-ID TO F-EVT-ID.
           MOVE WS-DATE-AUDIT TO F-EVT-DATE.
           MOVE WS-HEURE-AUDIT TO F-EVT-HEURE.
           MOVE WS-OPERATEUR-ID TO F-EVT-OPERATEUR.
           MOVE CLIENT-CP-AVANT TO F-EVT-ANCIEN-CP.
           MOVE CLIENT-CP TO F-EVT-NOUVEAU-CP.
           MOVE CLIENT-RUE TO F-EVT-NOUVELLE-RUE.
           MOVE CLIENT-VILLE TO F-EVT-NOUVELLE-VILLE.
           MOVE CLIENT-RUE-AVANT TO F-EVT-ANCIENNE-RUE.
           WRITE LIGNE-F-EVT-ADRESSE.
           CLOSE F-EVT-ADRESSE.
       POSE-EVENEMENT-ADRESSE-FIN.
           EXIT.

      *la revue des demandes en attente : un second opérateur,
      *différent du demandeur, approuve (la suppression ou la
      *restauration s'exécute alors) ou refuse ; les deux
           PERFORM ECRIT-AUDIT THRU ECRIT-AUDIT-FIN.
       EXECUTE-SUPPRESSION-FIN.
           EXIT.

      *un consentement donné ou retiré pour un individu : l'état du
      *jour est mis à jour (ou créé), le changement part dans
      *l'historique avec sa source, l'opérateur et l'heure de
      *saisie, puis le registre est réextrait pour les envois
       ENREGISTRE-CONSENTEMENT.
           DISPLAY "entrer l'id de l'individu".
           ACCEPT CLIENT-ID.
           EXEC SQL
               SELECT nom, prenom
               INTO :CLIENT-NOM, :CLIENT-PRENOM
               FROM individus
               WHERE id = :CLIENT-ID
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY "individu introuvable, consentement annule"
              GO TO ENREGISTRE-CONSENTEMENT-FIN
           END-IF.
           DISPLAY "consentement de " FUNCTION TRIM(CLIENT-NOM) " "
           FUNCTION TRIM(CLIENT-PRENOM).

           DISPLAY "canal : P courrier, E email, T telephone".
           ACCEPT CONS-CANAL.
           MOVE FUNCTION UPPER-CASE(CONS-CANAL) TO CONS-CANAL.
           DISPLAY "finalite : M marketing, P offres des partenaires".
           ACCEPT CONS-FINALITE.
           MOVE FUNCTION UPPER-CASE(CONS-FINALITE) TO CONS-FINALITE.
           DISPLAY "statut : O consentement donne, N retire".
           ACCEPT CONS-STATUT.
           MOVE FUNCTION UPPER-CASE(CONS-STATUT) TO CONS-STATUT.
           DISPLAY "source (formulaire, web, magasin, telephone...)".
           ACCEPT CONS-SOURCE.
           DISPLAY "date d'effet aaaammjj (vide pour aujourd'hui)".
           MOVE SPACES TO WS-CONS-DATE-SAISIE.
           ACCEPT WS-CONS-DATE-SAISIE.

           IF (CONS-CANAL NOT EQUAL "P" AND NOT EQUAL "E"
           AND NOT EQUAL "T")
           OR (CONS-FINALITE NOT EQUAL "M" AND NOT EQUAL "P")
           OR (CONS-STATUT NOT EQUAL "O" AND NOT EQUAL "N")
           OR CONS-SOURCE EQUAL SPACES
              DISPLAY "canal, finalite, statut ou source invalide, "
              "consentement annule"
              GO TO ENREGISTRE-CONSENTEMENT-FIN
           END-IF.

      *un formulaire papier peut être saisi après coup, mais un
      *consentement ne prend jamais effet dans le futur
           ACCEPT WS-DATE-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-AUDIT FROM TIME.
           IF WS-CONS-DATE-SAISIE EQUAL SPACES
              MOVE WS-DATE-AUDIT TO WS-CONS-DATE-EFFET
           ELSE
              IF WS-CONS-DATE-SAISIE IS NOT NUMERIC
                 DISPLAY "date d'effet invalide, consentement annule"
                 GO TO ENREGISTRE-CONSENTEMENT-FIN
              END-IF
              MOVE WS-CONS-DATE-SAISIE TO WS-CONS-DATE-EFFET
              IF WS-CONS-DATE-EFFET GREATER THAN WS-DATE-AUDIT
              OR WS-CONS-DATE-EFFET LESS THAN 19000101
                 DISPLAY "date d'effet invalide, consentement annule"
                 GO TO ENREGISTRE-CONSENTEMENT-FIN
              END-IF
           END-IF.
           MOVE WS-CONS-DATE-EFFET TO CONS-DATE.
           MOVE WS-OPERATEUR-ID TO CONS-OPERATEUR.
           MOVE WS-DATE-AUDIT TO CONS-DATE-SAISIE.
           MOVE WS-HEURE-AUDIT TO CONS-HEURE-SAISIE.

           EXEC SQL
               SELECT COUNT(*) INTO :CONS-NB
               FROM consentements
               WHERE individu_id = :CLIENT-ID
               AND canal = :CONS-CANAL
               AND finalite = :CONS-FINALITE
           END-EXEC.
           IF CONS-NB EQUAL 0
              EXEC SQL
                  INSERT INTO consentements (individu_id, canal,
                  finalite, statut, date_effet, source)
                  VALUES (:CLIENT-ID, :CONS-CANAL, :CONS-FINALITE,
                  :CONS-STATUT, :CONS-DATE, :CONS-SOURCE)
              END-EXEC
           ELSE
              EXEC SQL
                  UPDATE consentements
                  SET statut = :CONS-STATUT,
                  date_effet = :CONS-DATE,
                  source = :CONS-SOURCE
                  WHERE individu_id = :CLIENT-ID
                  AND canal = :CONS-CANAL
                  AND finalite = :CONS-FINALITE
              END-EXEC
           END-IF.
           MOVE SQLCODE TO WS-AUDIT-SQLCODE.

      *l'état et son historique vont ensemble ou pas du tout
           IF SQLCODE = 0
              EXEC SQL
                  INSERT INTO consentements_historique
                  (individu_id, canal, finalite, statut, date_effet,
                  source, operateur, date_saisie, heure_saisie)
                  VALUES (:CLIENT-ID, :CONS-CANAL, :CONS-FINALITE,
                  :CONS-STATUT, :CONS-DATE, :CONS-SOURCE,
                  :CONS-OPERATEUR, :CONS-DATE-SAISIE,
                  :CONS-HEURE-SAISIE)
              END-EXEC
              MOVE SQLCODE TO WS-AUDIT-SQLCODE
           END-IF.
           IF WS-AUDIT-SQLCODE = 0
              EXEC SQL COMMIT END-EXEC
              DISPLAY "consentement enregistre."
           ELSE
              DISPLAY "Erreur consentement SQLCODE: " WS-AUDIT-SQLCODE
              EXEC SQL ROLLBACK END-EXEC
           END-IF.

           MOVE WS-AUDIT-SQLCODE TO WS-CONS-SQLCODE.
           MOVE SPACES TO LIGNE-AUDIT-LOG.
           STRING "CONSENTEMENT operateur=" WS-OPERATEUR-ID
           " id=" CLIENT-ID
           " canal=" CONS-CANAL
           " finalite=" CONS-FINALITE
           " statut=" CONS-STATUT
           " effet=" CONS-DATE
           " source=" FUNCTION TRIM(CONS-SOURCE)
           " date=" WS-DATE-AUDIT
           " heure=" WS-HEURE-AUDIT
           " sqlcode=" WS-CONS-SQLCODE
           INTO LIGNE-AUDIT-LOG.
           WRITE LIGNE-AUDIT-LOG.

           IF WS-AUDIT-SQLCODE = 0
              PERFORM EXPORTE-CONSENTEMENTS
              THRU EXPORTE-CONSENTEMENTS-FIN
           END-IF.
       ENREGISTRE-CONSENTEMENT-FIN.
           EXIT.

      *la preuve pour un individu : tous ses changements de
      *consentement, dans l'ordre, avec leur source et qui les a
      *saisis
       LISTE-CONSENTEMENTS.
           DISPLAY "entrer l'id de l'individu".
           ACCEPT CLIENT-ID.

           EXEC SQL
           DECLARE curseur-consentement CURSOR FOR
           SELECT canal, finalite, statut, date_effet, source,
           operateur, date_saisie, heure_saisie
           FROM consentements_historique
           WHERE individu_id = :CLIENT-ID
           ORDER BY canal, finalite, date_effet, date_saisie,
           heure_saisie
              FOR READ ONLY
           END-EXEC.

           EXEC SQL
              OPEN curseur-consentement
           END-EXEC.

           MOVE 0 TO WS-NB-CONS-EXPORTES.
           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                 FETCH curseur-consentement INTO :CONS-CANAL,
                 :CONS-FINALITE, :CONS-STATUT, :CONS-DATE,
                 :CONS-SOURCE, :CONS-OPERATEUR, :CONS-DATE-SAISIE,
                 :CONS-HEURE-SAISIE
              END-EXEC
              IF SQLCODE NOT = 100
                 ADD 1 TO WS-NB-CONS-EXPORTES
                 DISPLAY "canal " CONS-CANAL " finalite "
                 CONS-FINALITE " statut " CONS-STATUT " effet "
                 CONS-DATE " source " CONS-SOURCE " saisi par "
                 CONS-OPERATEUR " le " CONS-DATE-SAISIE " "
                 CONS-HEURE-SAISIE
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE curseur-consentement
           END-EXEC.

           IF WS-NB-CONS-EXPORTES EQUAL 0
              DISPLAY "aucun consentement enregistre pour cet id"
           END-IF.
       LISTE-CONSENTEMENTS-FIN.
           EXIT.

      *on réextrait tout l'historique des consentements avec le nom
      *et le prénom de chaque individu, rangé par personne, canal,
      *finalité puis date : le dernier changement à une date donnée
      *est celui qui fait foi pour les envois
       EXPORTE-CONSENTEMENTS.
           OPEN OUTPUT F-CONSENTEMENTS.
           MOVE 0 TO WS-NB-CONS-EXPORTES.

           EXEC SQL
           DECLARE curseur-registre CURSOR FOR
           SELECT h.individu_id, i.nom, i.prenom, h.canal,
           h.finalite, h.statut, h.date_effet, h.source
           FROM consentements_historique h
           JOIN individus i ON i.id = h.individu_id
           ORDER BY h.individu_id, h.canal, h.finalite,
           h.date_effet, h.date_saisie, h.heure_saisie
              FOR READ ONLY
           END-EXEC.

           EXEC SQL
              OPEN curseur-registre
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                 FETCH curseur-registre INTO :CLIENT-ID,
                 :CLIENT-NOM, :CLIENT-PRENOM, :CONS-CANAL,
                 :CONS-FINALITE, :CONS-STATUT, :CONS-DATE,
                 :CONS-SOURCE
              END-EXEC
              IF SQLCODE NOT = 100
                 MOVE SPACES TO LIGNE-F-CONSENTEMENTS
                 MOVE CLIENT-ID TO F-CONS-ID
                 MOVE CLIENT-NOM TO F-CONS-NOM
                 MOVE CLIENT-PRENOM TO F-CONS-PRENOM
                 MOVE CONS-CANAL TO F-CONS-CANAL
                 MOVE CONS-FINALITE TO F-CONS-FINALITE
                 MOVE CONS-STATUT TO F-CONS-STATUT
                 MOVE CONS-DATE TO F-CONS-DATE
                 MOVE CONS-SOURCE TO F-CONS-SOURCE
                 WRITE LIGNE-F-CONSENTEMENTS
                 ADD 1 TO WS-NB-CONS-EXPORTES
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE curseur-registre
           END-EXEC.

           CLOSE F-CONSENTEMENTS.
           DISPLAY WS-NB-CONS-EXPORTES " changement(s) extrait(s) "
           "dans consentements.txt".
       EXPORTE-CONSENTEMENTS-FIN.
           EXIT.
