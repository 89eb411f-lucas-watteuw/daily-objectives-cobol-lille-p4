       IDENTIFICATION DIVISION.
       PROGRAM-ID. vueclient.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *la trace de chaque consultation et de chaque recherche par
      *nom : l'écran expose des données personnelles, le journal
      *est poursuivi run après run ; la consultation n'y porte que
      *l'id, pour ne pas garder un nom qu'un effacement aurait ôté
           SELECT AUDIT-CONSULTATIONS
           ASSIGN TO "audit-consultations.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

      *les liens contrat -> id client de referentiel.cbl
           SELECT LIENS ASSIGN TO "liens-contrat-client.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LIENS.

      *le portefeuille indexé d'assurance.cbl, lu par clé contrat
           SELECT ASSURANCE-SORTIE ASSIGN TO "rapport-assurance.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODE-CONTRAT-SORTIE
              FILE STATUS IS WS-FS-SORTIE.

      *le fichier maître des sinistres, parcouru pour les sinistres
      *des contrats du client
           SELECT SINISTRES-MAITRE ASSIGN TO "sinistres-maitre.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NUM-SINISTRE-MAITRE
              FILE STATUS IS WS-FS-MAITRE.

      *l'échéancier et les paiements, pour le solde de primes
           SELECT ECHEANCIER ASSIGN TO "echeancier-assurance.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ECHEANCIER.

           SELECT PAIEMENTS ASSIGN TO "paiements-assurance.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PAIEMENTS.

      *l'état de relance de relances.cbl et les plans d'apurement
           SELECT ETAT-RELANCES ASSIGN TO "relances-etat.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ETAT.

           SELECT PLANS ASSIGN TO "plans-apurement.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-PLANS.

      *les avenants saisis en attente d'application, et les
      *changements de prime déjà appliqués dont l'effet est à venir
           SELECT AVENANTS ASSIGN TO "avenants.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AVENANTS.

           SELECT AJUSTEMENTS ASSIGN TO "ajustements-echeancier.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-AJUSTEMENTS.

      *les ménages de menages.cbl
           SELECT MENAGES ASSIGN TO "menages.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MENAGES.

      *la session opérateur posée par login.cbl et les droits par
      *programme
           COPY "../../copybooks/session-select.copy".

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-CONSULTATIONS.
       01 LIGNE-AUDIT-CONSULTATION PIC X(160).

       FD LIENS.
       01 LIGNE-LIEN.
           05 CODE-CONTRAT-LIEN PIC 9(8).
           05 FILLER            PIC X.
           05 ID-CLIENT-LIEN    PIC 9(4).

       FD ASSURANCE-SORTIE.
       01 LIGNE-ASSURANCE-SORTIE.
           05 CODE-CONTRAT-SORTIE PIC 9(8).
           05 FILLER              PIC X.
           05 NOM-CONTRAT-SORTIE  PIC X(13).
           05 FILLER              PIC X(2).
           05 NOM-PRODUIT-SORTIE  PIC X(14).
           05 FILLER              PIC X.
           05 NOM-CLIENT-SORTIE   PIC X(41).
           05 FILLER              PIC X.
           05 STATUT-SORTIE       PIC X(8).
           05 FILLER              PIC X.
           05 DATE-DEBUT-SORTIE   PIC X(10).
           05 FILLER              PIC X.
           05 DATE-FIN-SORTIE     PIC X(10).
           05 FILLER              PIC X.
           05 MONTANT-SORTIE      PIC X(8).
           05 FILLER              PIC X.
           05 DEVISE-SORTIE       PIC X.
           05 FILLER              PIC X.
           05 CODE-COURTIER-SORTIE PIC X(6).

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

       FD ECHEANCIER.
       01 LIGNE-ECHEANCIER.
           05 CODE-CONTRAT-ECH  PIC 9(8).
           05 FILLER            PIC X.
           05 NOM-CLIENT-ECH    PIC X(41).
           05 FILLER            PIC X.
           05 ANNEE-ECH         PIC 9(4).
           05 SEPARATEUR-ECH    PIC X.
           05 MOIS-ECH          PIC 9(2).
           05 FILLER            PIC X.
           05 MONTANT-ECH       PIC 9(8).

       FD PAIEMENTS.
       01 LIGNE-PAIEMENT.
           05 CODE-CONTRAT-PAIE PIC 9(8).
           05 FILLER            PIC X.
           05 DATE-PAIEMENT     PIC 9(8).
           05 FILLER            PIC X.
           05 MONTANT-PAIEMENT  PIC 9(8).

       FD ETAT-RELANCES.
       01 LIGNE-ETAT.
           05 CODE-CONTRAT-ETAT PIC 9(8).
           05 FILLER            PIC X.
           05 NIVEAU-ETAT       PIC 9.
           05 FILLER            PIC X.
           05 DATE-NIVEAU-ETAT  PIC 9(8).
           05 FILLER            PIC X.
           05 DATE-MED-ETAT     PIC 9(8).

       FD PLANS.
       01 LIGNE-PLAN.
           05 CODE-CONTRAT-PLAN PIC 9(8).
           05 FILLER            PIC X.
           05 DATE-ACCORD-PLAN  PIC 9(8).
           05 FILLER            PIC X.
           05 TOTAL-PLAN        PIC 9(8).
           05 FILLER            PIC X.
           05 NB-ECHEANCES-PLAN PIC 9(2).
           05 FILLER            PIC X.
           05 NIVEAU-PLAN       PIC 9.
           05 FILLER            PIC X.
           05 STATUT-PLAN       PIC X(8).
           05 FILLER            PIC X.
           05 DATE-STATUT-PLAN  PIC 9(8).

       FD AVENANTS.
       01 LIGNE-AVENANT.
           05 CODE-CONTRAT-AVT   PIC 9(8).
           05 FILLER             PIC X.
           05 DATE-EFFET-AVT     PIC 9(8).
           05 FILLER             PIC X.
           05 NOUVEAU-MONTANT-AVT PIC 9(8).
           05 FILLER             PIC X.
           05 NOUVEAU-PRODUIT-AVT PIC X(14).
           05 FILLER             PIC X.
           05 NOUVEAU-DEBUT-AVT  PIC 9(8).
           05 FILLER             PIC X.
           05 NOUVELLE-FIN-AVT   PIC 9(8).

       FD AJUSTEMENTS.
       01 LIGNE-AJUSTEMENT.
           05 CODE-CONTRAT-AJU   PIC 9(8).
           05 FILLER             PIC X.
           05 AAAAMM-EFFET-AJU   PIC 9(6).
           05 FILLER             PIC X.
           05 ANCIEN-MONTANT-AJU PIC 9(8).
           05 FILLER             PIC X.
           05 NOUVEAU-MONTANT-AJU PIC 9(8).

       FD MENAGES.
       01 LIGNE-MENAGE.
           05 ID-MENAGE    PIC 9(4).
           05 FILLER       PIC X.
           05 ID-INDIVIDU  PIC 9(4).
           05 FILLER       PIC X.
           05 CHEF-MENAGE  PIC X.
           05 FILLER       PIC X.
           05 NOM-MEMBRE   PIC X(20).

       COPY "../../copybooks/session-fd.copy".

       WORKING-STORAGE SECTION.

       COPY "../../copybooks/session-ws.copy".

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *les colonnes de la table individus affichées en tête de vue
       01  CLIENT-ID      PIC 9(4).
       01  CLIENT-NOM     PIC X(50).
       01  CLIENT-PRENOM  PIC X(50).
       01  CLIENT-TELEPHONE PIC X(10).
       01  CLIENT-RUE     PIC X(50).
       01  CLIENT-CP      PIC X(5).
       01  CLIENT-VILLE   PIC X(30).
      *la valeur liée au LIKE de la recherche par nom
       01  WS-NOM-RECHERCHE-LIKE PIC X(51).
      *pour se connecter à la database
       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "mdp".
       01  DBNAME         PIC X(10) VALUE "testdb".
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *statuts des fichiers
       01 WS-AUDIT-STATUS        PIC X(2) VALUE SPACES.
           88 WS-AUDIT-STATUS-OK VALUE "00".
       01 WS-FS-LIENS            PIC X(2) VALUE "00".
           88 WS-FS-LIENS-OK VALUE "00".
       01 WS-FS-SORTIE           PIC X(2) VALUE "00".
           88 WS-FS-SORTIE-OK VALUE "00".
       01 WS-FS-MAITRE           PIC X(2) VALUE "00".
           88 WS-FS-MAITRE-OK VALUE "00".
       01 WS-FS-ECHEANCIER       PIC X(2) VALUE "00".
           88 WS-FS-ECHEANCIER-OK VALUE "00".
       01 WS-FS-PAIEMENTS        PIC X(2) VALUE "00".
           88 WS-FS-PAIEMENTS-OK VALUE "00".
       01 WS-FS-ETAT             PIC X(2) VALUE "00".
           88 WS-FS-ETAT-OK VALUE "00".
       01 WS-FS-PLANS            PIC X(2) VALUE "00".
           88 WS-FS-PLANS-OK VALUE "00".
       01 WS-FS-AVENANTS         PIC X(2) VALUE "00".
           88 WS-FS-AVENANTS-OK VALUE "00".
       01 WS-FS-AJUSTEMENTS      PIC X(2) VALUE "00".
           88 WS-FS-AJUSTEMENTS-OK VALUE "00".
       01 WS-FS-MENAGES          PIC X(2) VALUE "00".
           88 WS-FS-MENAGES-OK VALUE "00".

      *condition pour arrêter de lire le fichier en cours ; chaque
      *bloc de la vue la remet à "C" avant sa lecture
       01 WS-CONDITION           PIC X VALUE "C".

      *le menu tourne en session, comme changesq, jusqu'à la
      *demande de sortie
       01 WS-COMMANDE            PIC 9.
       01 WS-QUITTER             PIC X VALUE "N".
           88 WS-QUITTER-OUI VALUE "O".
       01 WS-NOM-RECHERCHE       PIC X(50).
       01 WS-NB-TROUVES          PIC 9(4).

      *les contrats du client d'après les liens
       01 WS-NB-CONTRATS         PIC 9(4) VALUE 0.
       01 WS-CONTRAT-CLIENT PIC 9(8) OCCURS 1 TO 999 TIMES
          DEPENDING ON WS-NB-CONTRATS.
       01 WS-INDEX-CONTRAT       PIC 9(4).
       01 WS-CONTRAT-TROUVE      PIC X VALUE "N".
           88 WS-CONTRAT-EST-TROUVE VALUE "O".
       01 WS-CONTRAT-CHERCHE     PIC 9(8).

      *le solde de primes : échu jusqu'au mois en cours, payé, et
      *la différence (positive, c'est un arriéré)
       01 WS-DATE-JOUR           PIC 9(8).
       01 WS-AAAAMM-JOUR         PIC 9(6).
       01 WS-TOTAL-DU            PIC 9(10).
       01 WS-TOTAL-PAYE          PIC 9(10).
       01 WS-SOLDE               PIC S9(10).
       01 WS-SOLDE-EDIT          PIC -(9)9.

      *le ménage du client
       01 WS-MENAGE-CLIENT       PIC 9(4).

      *compteurs d'un bloc de la vue
       01 WS-NB-LIGNES           PIC 9(4).
       01 WS-NB-OUVERTS          PIC 9(4).

      *la trace d'audit
       01 WS-DATE-AUDIT          PIC 9(8).
       01 WS-HEURE-AUDIT         PIC 9(8).

       PROCEDURE DIVISION.

      *l'écran exige l'opérateur connecté via login et habilité ;
      *il ne fait que lire, le droit de lecture suffit
           COPY "../../copybooks/session-controle.copy"
              REPLACING SESSION-PROGRAMME-LITERAL BY "vueclient".

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           MOVE WS-DATE-JOUR(1:6) TO WS-AAAAMM-JOUR.

      *on commence par se connecter à la base de donnée
           DISPLAY "Connexion à la base de données...".

           EXEC SQL
                CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

      *si on n'arrive pas à se connecter
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
               STOP RUN
           END-IF.

      *le journal des consultations est complété run après run
           OPEN INPUT AUDIT-CONSULTATIONS.
           IF WS-AUDIT-STATUS-OK
              CLOSE AUDIT-CONSULTATIONS
              OPEN EXTEND AUDIT-CONSULTATIONS
           ELSE
              OPEN OUTPUT AUDIT-CONSULTATIONS
           END-IF.

           PERFORM UNTIL WS-QUITTER-OUI

           DISPLAY "que voulez-vous faire?"
           DISPLAY "1 pour consulter un client par son id"
           DISPLAY "2 pour rechercher un client par nom"
           DISPLAY "pour quitter le programme, entrer autre chose"
           ACCEPT WS-COMMANDE

           EVALUATE WS-COMMANDE

           WHEN EQUAL 1
              DISPLAY "entrer l'id du client"
              ACCEPT CLIENT-ID
              PERFORM CONSULTE-CLIENT THRU CONSULTE-CLIENT-FIN

           WHEN EQUAL 2
              DISPLAY "entrer le nom (ou le debut du nom)"
              MOVE SPACES TO WS-NOM-RECHERCHE
              ACCEPT WS-NOM-RECHERCHE
              PERFORM RECHERCHE-CLIENT THRU RECHERCHE-CLIENT-FIN

           WHEN OTHER
              MOVE "O" TO WS-QUITTER

           END-EVALUATE

           END-PERFORM.

           EXEC SQL COMMIT END-EXEC.
           CLOSE AUDIT-CONSULTATIONS.

           STOP RUN.

      *on liste les individus dont le nom commence par la saisie ;
      *la recherche est tracée, puis l'opérateur choisit un id
       RECHERCHE-CLIENT.
           MOVE SPACES TO WS-NOM-RECHERCHE-LIKE.
           STRING FUNCTION TRIM(WS-NOM-RECHERCHE) "%"
           INTO WS-NOM-RECHERCHE-LIKE.

           EXEC SQL
           DECLARE curseur-vue CURSOR FOR
           SELECT id, nom, prenom, ville
           FROM individus
           WHERE nom LIKE :WS-NOM-RECHERCHE-LIKE
              FOR READ ONLY
           END-EXEC.

           EXEC SQL
              OPEN curseur-vue
           END-EXEC.

           MOVE 0 TO WS-NB-TROUVES.
           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                 FETCH curseur-vue INTO :CLIENT-ID, :CLIENT-NOM,
                 :CLIENT-PRENOM, :CLIENT-VILLE
              END-EXEC
              IF SQLCODE NOT = 100
                 ADD 1 TO WS-NB-TROUVES
                 DISPLAY CLIENT-ID " " FUNCTION TRIM(CLIENT-NOM) " "
                 FUNCTION TRIM(CLIENT-PRENOM) " "
                 FUNCTION TRIM(CLIENT-VILLE)
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE curseur-vue
           END-EXEC.

           ACCEPT WS-DATE-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-AUDIT FROM TIME.
           MOVE SPACES TO LIGNE-AUDIT-CONSULTATION.
           STRING "RECHERCHE operateur=" WS-OPERATEUR-ID
           " nom=" FUNCTION TRIM(WS-NOM-RECHERCHE)
           " trouves=" WS-NB-TROUVES
           " date=" WS-DATE-AUDIT
           " heure=" WS-HEURE-AUDIT
           INTO LIGNE-AUDIT-CONSULTATION.
           WRITE LIGNE-AUDIT-CONSULTATION.

           IF WS-NB-TROUVES EQUAL 0
              DISPLAY "aucun individu ne correspond a ce nom"
              GO TO RECHERCHE-CLIENT-FIN
           END-IF.
           DISPLAY "entrer l'id du client a consulter (0 pour aucun)".
           ACCEPT CLIENT-ID.
           IF CLIENT-ID NOT EQUAL 0
              PERFORM CONSULTE-CLIENT THRU CONSULTE-CLIENT-FIN
           END-IF.
       RECHERCHE-CLIENT-FIN.
           EXIT.

      *la vue complète du client CLIENT-ID : identité, contrats,
      *sinistres, solde de primes et relance, avenants en attente
      *et ménage ; la consultation est tracée avant l'affichage
       CONSULTE-CLIENT.
           EXEC SQL
               SELECT nom, prenom, telephone, rue, code_postal, ville
               INTO :CLIENT-NOM, :CLIENT-PRENOM, :CLIENT-TELEPHONE,
               :CLIENT-RUE, :CLIENT-CP, :CLIENT-VILLE
               FROM individus
               WHERE id = :CLIENT-ID
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY "individu " CLIENT-ID " introuvable SQLCODE: "
              SQLCODE
              EXEC SQL COMMIT END-EXEC
              GO TO CONSULTE-CLIENT-FIN
           END-IF.
           EXEC SQL COMMIT END-EXEC.

           ACCEPT WS-DATE-AUDIT FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-AUDIT FROM TIME.
           MOVE SPACES TO LIGNE-AUDIT-CONSULTATION.
           STRING "CONSULTATION operateur=" WS-OPERATEUR-ID
           " id=" CLIENT-ID
           " date=" WS-DATE-AUDIT
           " heure=" WS-HEURE-AUDIT
           INTO LIGNE-AUDIT-CONSULTATION.
           WRITE LIGNE-AUDIT-CONSULTATION.

           DISPLAY "========================================".
           DISPLAY "client " CLIENT-ID " " FUNCTION TRIM(CLIENT-NOM)
           " " FUNCTION TRIM(CLIENT-PRENOM).
           DISPLAY "telephone " CLIENT-TELEPHONE.
           DISPLAY "adresse " FUNCTION TRIM(CLIENT-RUE) " "
           CLIENT-CP " " FUNCTION TRIM(CLIENT-VILLE).

           PERFORM VUE-CONTRATS THRU VUE-CONTRATS-FIN.
           PERFORM VUE-SINISTRES THRU VUE-SINISTRES-FIN.
           PERFORM VUE-SOLDE THRU VUE-SOLDE-FIN.
           PERFORM VUE-RELANCES THRU VUE-RELANCES-FIN.
           PERFORM VUE-AVENANTS THRU VUE-AVENANTS-FIN.
           PERFORM VUE-MENAGE THRU VUE-MENAGE-FIN.
           DISPLAY "========================================".
       CONSULTE-CLIENT-FIN.
           EXIT.

      *les contrats liés au client, lus au portefeuille : statut,
      *prime et courtier
       VUE-CONTRATS.
           MOVE 0 TO WS-NB-CONTRATS.
           DISPLAY "--- contrats".
           OPEN INPUT LIENS.
           IF NOT WS-FS-LIENS-OK
              DISPLAY "liens-contrat-client.dat absent"
              GO TO VUE-CONTRATS-FIN
           END-IF.
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ LIENS
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    IF ID-CLIENT-LIEN EQUAL CLIENT-ID
                       ADD 1 TO WS-NB-CONTRATS
                       MOVE CODE-CONTRAT-LIEN
                       TO WS-CONTRAT-CLIENT(WS-NB-CONTRATS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LIENS.

           IF WS-NB-CONTRATS EQUAL 0
              DISPLAY "aucun contrat lie a ce client"
              GO TO VUE-CONTRATS-FIN
           END-IF.

           OPEN INPUT ASSURANCE-SORTIE.
           IF NOT WS-FS-SORTIE-OK
              DISPLAY "impossible d'ouvrir rapport-assurance.dat "
              "statut " WS-FS-SORTIE
              GO TO VUE-CONTRATS-FIN
           END-IF.
           PERFORM VARYING WS-INDEX-CONTRAT FROM 1 BY 1
           UNTIL WS-INDEX-CONTRAT GREATER THAN WS-NB-CONTRATS
              MOVE WS-CONTRAT-CLIENT(WS-INDEX-CONTRAT)
              TO CODE-CONTRAT-SORTIE
              READ ASSURANCE-SORTIE
              IF WS-FS-SORTIE-OK
                 DISPLAY CODE-CONTRAT-SORTIE " "
                 NOM-PRODUIT-SORTIE " " STATUT-SORTIE " du "
                 DATE-DEBUT-SORTIE " au " DATE-FIN-SORTIE
                 " prime " FUNCTION TRIM(MONTANT-SORTIE) " "
                 DEVISE-SORTIE " courtier " CODE-COURTIER-SORTIE
              ELSE
                 DISPLAY WS-CONTRAT-CLIENT(WS-INDEX-CONTRAT)
                 " absent du portefeuille"
              END-IF
           END-PERFORM.
           CLOSE ASSURANCE-SORTIE.
       VUE-CONTRATS-FIN.
           EXIT.

      *les sinistres ouverts et clos des contrats du client, avec
      *leur réserve et leurs règlements
       VUE-SINISTRES.
           DISPLAY "--- sinistres".
           IF WS-NB-CONTRATS EQUAL 0
              GO TO VUE-SINISTRES-FIN
           END-IF.
           OPEN INPUT SINISTRES-MAITRE.
           IF NOT WS-FS-MAITRE-OK
              DISPLAY "sinistres-maitre.dat absent"
              GO TO VUE-SINISTRES-FIN
           END-IF.
           MOVE 0 TO WS-NB-LIGNES.
           MOVE 0 TO WS-NB-OUVERTS.
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ SINISTRES-MAITRE NEXT RECORD
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    MOVE CODE-CONTRAT-MAITRE TO WS-CONTRAT-CHERCHE
                    PERFORM CHERCHE-CONTRAT THRU CHERCHE-CONTRAT-FIN
                    IF WS-CONTRAT-EST-TROUVE
                       ADD 1 TO WS-NB-LIGNES
                       IF DATE-CLOTURE EQUAL 0
                          ADD 1 TO WS-NB-OUVERTS
                       END-IF
                       DISPLAY NUM-SINISTRE-MAITRE " contrat "
                       CODE-CONTRAT-MAITRE " " STATUT-MAITRE
                       " ouvert le " DATE-OUVERTURE
                       " clos le " DATE-CLOTURE
                       " reserve " RESERVE-MAITRE
                       " regle " PAIEMENTS-MAITRE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE SINISTRES-MAITRE.
           DISPLAY WS-NB-LIGNES " sinistre(s) dont " WS-NB-OUVERTS
           " ouvert(s)".
       VUE-SINISTRES-FIN.
           EXIT.

      *le solde de primes de tous les contrats du client : les
      *échéances échues jusqu'au mois en cours moins les paiements
       VUE-SOLDE.
           DISPLAY "--- primes".
           MOVE 0 TO WS-TOTAL-DU.
           MOVE 0 TO WS-TOTAL-PAYE.
           IF WS-NB-CONTRATS EQUAL 0
              GO TO VUE-SOLDE-FIN
           END-IF.
           OPEN INPUT ECHEANCIER.
           IF WS-FS-ECHEANCIER-OK
              MOVE "C" TO WS-CONDITION
              PERFORM UNTIL WS-CONDITION EQUAL "F"
                 READ ECHEANCIER
                    AT END
                       MOVE "F" TO WS-CONDITION
                    NOT AT END
                       MOVE CODE-CONTRAT-ECH TO WS-CONTRAT-CHERCHE
                       PERFORM CHERCHE-CONTRAT
                       THRU CHERCHE-CONTRAT-FIN
                       IF WS-CONTRAT-EST-TROUVE
                       AND ANNEE-ECH * 100 + MOIS-ECH
                       NOT GREATER THAN WS-AAAAMM-JOUR
                          ADD MONTANT-ECH TO WS-TOTAL-DU
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ECHEANCIER
           END-IF.
           OPEN INPUT PAIEMENTS.
           IF WS-FS-PAIEMENTS-OK
              MOVE "C" TO WS-CONDITION
              PERFORM UNTIL WS-CONDITION EQUAL "F"
                 READ PAIEMENTS
                    AT END
                       MOVE "F" TO WS-CONDITION
                    NOT AT END
                       MOVE CODE-CONTRAT-PAIE TO WS-CONTRAT-CHERCHE
                       PERFORM CHERCHE-CONTRAT
                       THRU CHERCHE-CONTRAT-FIN
                       IF WS-CONTRAT-EST-TROUVE
                          ADD MONTANT-PAIEMENT TO WS-TOTAL-PAYE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PAIEMENTS
           END-IF.
           COMPUTE WS-SOLDE = WS-TOTAL-DU - WS-TOTAL-PAYE.
           MOVE WS-SOLDE TO WS-SOLDE-EDIT.
           DISPLAY "echu " WS-TOTAL-DU " paye " WS-TOTAL-PAYE
           " solde " FUNCTION TRIM(WS-SOLDE-EDIT).
           IF WS-SOLDE GREATER THAN 0
              DISPLAY "arriere de " FUNCTION TRIM(WS-SOLDE-EDIT)
           END-IF.
       VUE-SOLDE-FIN.
           EXIT.

      *le niveau de relance de chaque contrat en relance, et les
      *plans d'apurement qui les concernent
       VUE-RELANCES.
           DISPLAY "--- relances".
           IF WS-NB-CONTRATS EQUAL 0
              GO TO VUE-RELANCES-FIN
           END-IF.
           MOVE 0 TO WS-NB-LIGNES.
           OPEN INPUT ETAT-RELANCES.
           IF WS-FS-ETAT-OK
              MOVE "C" TO WS-CONDITION
              PERFORM UNTIL WS-CONDITION EQUAL "F"
                 READ ETAT-RELANCES
                    AT END
                       MOVE "F" TO WS-CONDITION
                    NOT AT END
                       MOVE CODE-CONTRAT-ETAT TO WS-CONTRAT-CHERCHE
                       PERFORM CHERCHE-CONTRAT
                       THRU CHERCHE-CONTRAT-FIN
                       IF WS-CONTRAT-EST-TROUVE
                       AND NIVEAU-ETAT GREATER THAN 0
                          ADD 1 TO WS-NB-LIGNES
                          DISPLAY "contrat " CODE-CONTRAT-ETAT
                          " niveau " NIVEAU-ETAT " depuis le "
                          DATE-NIVEAU-ETAT
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ETAT-RELANCES
           END-IF.
           IF WS-NB-LIGNES EQUAL 0
              DISPLAY "aucune relance en cours"
           END-IF.
           OPEN INPUT PLANS.
           IF WS-FS-PLANS-OK
              MOVE "C" TO WS-CONDITION
              PERFORM UNTIL WS-CONDITION EQUAL "F"
                 READ PLANS
                    AT END
                       MOVE "F" TO WS-CONDITION
                    NOT AT END
                       MOVE CODE-CONTRAT-PLAN TO WS-CONTRAT-CHERCHE
                       PERFORM CHERCHE-CONTRAT
                       THRU CHERCHE-CONTRAT-FIN
                       IF WS-CONTRAT-EST-TROUVE
                          DISPLAY "plan d'apurement contrat "
                          CODE-CONTRAT-PLAN " du " DATE-ACCORD-PLAN
                          " " TOTAL-PLAN " en " NB-ECHEANCES-PLAN
                          " echeance(s) " STATUT-PLAN
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE PLANS
           END-IF.
       VUE-RELANCES-FIN.
           EXIT.

      *les avenants saisis pas encore appliqués, et les
      *changements de prime appliqués dont l'effet est à venir
       VUE-AVENANTS.
           DISPLAY "--- avenants en attente".
           IF WS-NB-CONTRATS EQUAL 0
              GO TO VUE-AVENANTS-FIN
           END-IF.
           MOVE 0 TO WS-NB-LIGNES.
           OPEN INPUT AVENANTS.
           IF WS-FS-AVENANTS-OK
              MOVE "C" TO WS-CONDITION
              PERFORM UNTIL WS-CONDITION EQUAL "F"
                 READ AVENANTS
                    AT END
                       MOVE "F" TO WS-CONDITION
                    NOT AT END
                       MOVE CODE-CONTRAT-AVT TO WS-CONTRAT-CHERCHE
                       PERFORM CHERCHE-CONTRAT
                       THRU CHERCHE-CONTRAT-FIN
                       IF WS-CONTRAT-EST-TROUVE
                          ADD 1 TO WS-NB-LIGNES
                          DISPLAY "contrat " CODE-CONTRAT-AVT
                          " effet " DATE-EFFET-AVT
                          " montant " NOUVEAU-MONTANT-AVT
                          " produit " NOUVEAU-PRODUIT-AVT
                          " a appliquer"
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AVENANTS
           END-IF.
           OPEN INPUT AJUSTEMENTS.
           IF WS-FS-AJUSTEMENTS-OK
              MOVE "C" TO WS-CONDITION
              PERFORM UNTIL WS-CONDITION EQUAL "F"
                 READ AJUSTEMENTS
                    AT END
                       MOVE "F" TO WS-CONDITION
                    NOT AT END
                       MOVE CODE-CONTRAT-AJU TO WS-CONTRAT-CHERCHE
                       PERFORM CHERCHE-CONTRAT
                       THRU CHERCHE-CONTRAT-FIN
                       IF WS-CONTRAT-EST-TROUVE
                       AND AAAAMM-EFFET-AJU GREATER THAN
                       WS-AAAAMM-JOUR
                          ADD 1 TO WS-NB-LIGNES
                          DISPLAY "contrat " CODE-CONTRAT-AJU
                          " prime " ANCIEN-MONTANT-AJU " -> "
                          NOUVEAU-MONTANT-AJU " a compter de "
                          AAAAMM-EFFET-AJU
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AJUSTEMENTS
           END-IF.
           IF WS-NB-LIGNES EQUAL 0
              DISPLAY "aucun avenant en attente"
           END-IF.
       VUE-AVENANTS-FIN.
           EXIT.

      *le ménage du client et ses autres membres
       VUE-MENAGE.
           DISPLAY "--- menage".
           MOVE 0 TO WS-MENAGE-CLIENT.
           OPEN INPUT MENAGES.
           IF NOT WS-FS-MENAGES-OK
              DISPLAY "menages.dat absent"
              GO TO VUE-MENAGE-FIN
           END-IF.
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ MENAGES
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    IF ID-INDIVIDU EQUAL CLIENT-ID
                       MOVE ID-MENAGE TO WS-MENAGE-CLIENT
                       MOVE "F" TO WS-CONDITION
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MENAGES.
           IF WS-MENAGE-CLIENT EQUAL 0
              DISPLAY "client rattache a aucun menage"
              GO TO VUE-MENAGE-FIN
           END-IF.

           DISPLAY "menage " WS-MENAGE-CLIENT.
           OPEN INPUT MENAGES.
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ MENAGES
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    IF ID-MENAGE EQUAL WS-MENAGE-CLIENT
                       IF CHEF-MENAGE EQUAL "O"
                          DISPLAY ID-INDIVIDU " " NOM-MEMBRE
                          " (chef de famille)"
                       ELSE
                          DISPLAY ID-INDIVIDU " " NOM-MEMBRE
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE MENAGES.
       VUE-MENAGE-FIN.
           EXIT.

      *WS-CONTRAT-CHERCHE est-il un contrat du client
       CHERCHE-CONTRAT.
           MOVE "N" TO WS-CONTRAT-TROUVE.
           PERFORM VARYING WS-INDEX-CONTRAT FROM 1 BY 1
           UNTIL WS-INDEX-CONTRAT GREATER THAN WS-NB-CONTRATS
           OR WS-CONTRAT-EST-TROUVE
              IF WS-CONTRAT-CLIENT(WS-INDEX-CONTRAT) EQUAL
              WS-CONTRAT-CHERCHE
                 MOVE "O" TO WS-CONTRAT-TROUVE
              END-IF
           END-PERFORM.
       CHERCHE-CONTRAT-FIN.
           EXIT.
