       IDENTIFICATION DIVISION.
       PROGRAM-ID. prospection.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les règles de campagne : le produit détenu, le produit à
      *proposer et les critères d'éligibilité du ménage
           SELECT REGLES ASSIGN TO "regles-prospection.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-REGLES.

      *les ménages de menages.cbl, avec leur chef de famille
           SELECT MENAGES ASSIGN TO "menages.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-MENAGES.

      *les liens contrat -> id client de referentiel.cbl, d'où est
      *tiré portefeuille-clients.dat
           SELECT LIENS ASSIGN TO "liens-contrat-client.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LIENS.

      *le portefeuille indexé d'assurance.cbl, pour le produit, le
      *statut et la prime de chaque contrat lié
           SELECT ASSURANCE-SORTIE ASSIGN TO "rapport-assurance.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODE-CONTRAT-SORTIE
              FILE STATUS IS WS-FS-SORTIE.

      *les exclusions : l'état de relance (arriéré), le registre
      *des réclamations (réclamation non close) et le certificat
      *d'effacement (demande traitée par effacement.cbl)
           SELECT ETAT-RELANCES ASSIGN TO "relances-etat.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-ETAT.

           SELECT RECLAMATIONS ASSIGN TO "reclamations.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS NUM-RECLAMATION
              FILE STATUS IS WS-FS-RECLAMATIONS.

           SELECT CERTIFICATS ASSIGN TO "certificats-effacement.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-CERTIFICATS.

      *l'extraction : un ménage par ligne et par règle, adressé au
      *chef de famille
           SELECT PROSPECTS ASSIGN TO "prospects-croisement.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le journal des contacts commerciaux, où chaque pli parti
      *est noté pour le contrôle mensuel des consentements
           COPY "../../copybooks/consentement-select.copy".

      *le comptage par règle, pour dimensionner l'envoi
           SELECT COMPTAGE ASSIGN TO "comptage-prospection.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *une règle par ligne, ex
      *"AUTO-HAB   AUTO           HABITATION     02 00000300" :
      *les ménages d'au moins 2 personnes qui ont un contrat AUTO
      *actif pour au moins 300 de primes et aucune HABITATION
      *active ; taille et prime à zéro ne filtrent pas
       FD REGLES.
       01 LIGNE-REGLE.
           05 CODE-REGLE       PIC X(10).
           05 FILLER           PIC X.
           05 PRODUIT-DETENU   PIC X(14).
           05 FILLER           PIC X.
           05 PRODUIT-PROPOSE  PIC X(14).
           05 FILLER           PIC X.
           05 TAILLE-MIN-REGLE PIC 9(2).
           05 FILLER           PIC X.
           05 PRIME-MIN-REGLE  PIC 9(8).

       FD MENAGES.
       01 LIGNE-MENAGE.
           05 ID-MENAGE    PIC 9(4).
           05 FILLER       PIC X.
           05 ID-INDIVIDU  PIC 9(4).
           05 FILLER       PIC X.
           05 CHEF-MENAGE  PIC X.
           05 FILLER       PIC X.
           05 NOM-MEMBRE   PIC X(20).

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

       FD ETAT-RELANCES.
       01 LIGNE-ETAT.
           05 CODE-CONTRAT-ETAT PIC 9(8).
           05 FILLER            PIC X.
           05 NIVEAU-ETAT       PIC 9.
           05 FILLER            PIC X.
           05 DATE-NIVEAU-ETAT  PIC 9(8).
           05 FILLER            PIC X.
           05 DATE-MED-ETAT     PIC 9(8).

       FD RECLAMATIONS.
       01 LIGNE-RECLAMATION.
           05 NUM-RECLAMATION     PIC 9(8).
           05 FILLER              PIC X.
           05 CODE-CONTRAT-RECL   PIC 9(8).
           05 FILLER              PIC X.
           05 ID-CLIENT-RECL      PIC 9(4).
           05 FILLER              PIC X.
           05 NUM-SINISTRE-RECL   PIC 9(8).
           05 FILLER              PIC X.
           05 CODE-COURTIER-RECL  PIC X(6).
           05 FILLER              PIC X.
           05 PRODUIT-RECL        PIC X(14).
           05 FILLER              PIC X.
           05 CATEGORIE-RECL      PIC X(11).
           05 FILLER              PIC X.
           05 CANAL-RECL          PIC X(9).
           05 FILLER              PIC X.
           05 STATUT-RECL         PIC X(8).
           05 FILLER              PIC X.
           05 DATE-RECEPTION-RECL PIC 9(8).
           05 FILLER              PIC X.
           05 DATE-ACCUSE-RECL    PIC 9(8).
           05 FILLER              PIC X.
           05 DATE-REPONSE-RECL   PIC 9(8).
           05 FILLER              PIC X.
           05 DATE-CLOTURE-RECL   PIC 9(8).
           05 FILLER              PIC X.
           05 OPERATEUR-RECL      PIC X(10).
           05 FILLER              PIC X.
           05 OBJET-RECL          PIC X(60).

      *les lignes "DEMANDE aaaammjj hhmmsscc NOM PRENOM" ouvrent
      *chaque demande traitée, acceptée ou refusée
       FD CERTIFICATS.
       01 LIGNE-CERTIFICAT.
           05 TYPE-CERTIFICAT  PIC X(8).
           05 DATE-CERTIFICAT  PIC X(8).
           05 FILLER           PIC X.
           05 HEURE-CERTIFICAT PIC X(8).
           05 FILLER           PIC X.
           05 NOM-CERTIFICAT   PIC X(94).

       FD PROSPECTS.
       01 LIGNE-PROSPECT.
           05 CODE-REGLE-PROS     PIC X(10).
           05 FILLER              PIC X.
           05 PRODUIT-PROPOSE-PROS PIC X(14).
           05 FILLER              PIC X.
           05 ID-MENAGE-PROS      PIC 9(4).
           05 FILLER              PIC X.
           05 ID-CHEF-PROS        PIC 9(4).
           05 FILLER              PIC X.
           05 NOM-PROS            PIC X(50).
           05 FILLER              PIC X.
           05 PRENOM-PROS         PIC X(50).
           05 FILLER              PIC X.
           05 RUE-PROS            PIC X(50).
           05 FILLER              PIC X.
           05 CP-PROS             PIC X(5).
           05 FILLER              PIC X.
           05 VILLE-PROS          PIC X(30).

       FD COMPTAGE.
       01 LIGNE-COMPTAGE PIC X(120).

       COPY "../../copybooks/consentement-fd.copy".

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *les colonnes de la table individus : l'identité et l'adresse
      *du chef de famille destinataire du pli
       01  CLIENT-ID      PIC 9(4).
       01  CLIENT-NOM     PIC X(50).
       01  CLIENT-PRENOM  PIC X(50).
       01  CLIENT-RUE     PIC X(50).
       01  CLIENT-CP      PIC X(5).
       01  CLIENT-VILLE   PIC X(30).
      *le canal et la finalité dont le chef de famille doit avoir
      *donné le consentement pour recevoir le pli
       01  CONS-CANAL     PIC X VALUE "P".
       01  CONS-FINALITE  PIC X VALUE "M".
      *pour se connecter à la database
       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "mdp".
       01  DBNAME         PIC X(10) VALUE "testdb".
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *statuts des fichiers
       01 WS-FS-REGLES PIC X(2) VALUE "00".
           88 WS-FS-REGLES-OK VALUE "00".
       01 WS-FS-MENAGES PIC X(2) VALUE "00".
           88 WS-FS-MENAGES-OK VALUE "00".
       01 WS-FS-LIENS PIC X(2) VALUE "00".
           88 WS-FS-LIENS-OK VALUE "00".
       01 WS-FS-SORTIE PIC X(2) VALUE "00".
           88 WS-FS-SORTIE-OK VALUE "00".
       01 WS-FS-ETAT PIC X(2) VALUE "00".
           88 WS-FS-ETAT-OK VALUE "00".
       01 WS-FS-RECLAMATIONS PIC X(2) VALUE "00".
           88 WS-FS-RECLAMATIONS-OK VALUE "00".
       01 WS-FS-CERTIFICATS PIC X(2) VALUE "00".
           88 WS-FS-CERTIFICATS-OK VALUE "00".

      *condition pour arrêter de lire le fichier en cours
       01 WS-CONDITION PIC X VALUE "C".

      *les individus avec leur adresse, leur ménage et leur
      *exclusion éventuelle (A arriéré, R réclamation, E effacement)
      *et son consentement au courrier commercial
       01 WS-NB-INDIVIDUS PIC 9(4) VALUE 0.
       01 WS-INDIVIDU OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-INDIVIDUS.
           05 WS-IND-ID      PIC 9(4).
           05 WS-IND-NOM     PIC X(50).
           05 WS-IND-PRENOM  PIC X(50).
           05 WS-IND-CLE     PIC X(94).
           05 WS-IND-RUE     PIC X(50).
           05 WS-IND-CP      PIC X(5).
           05 WS-IND-VILLE   PIC X(30).
           05 WS-IND-MENAGE  PIC 9(4).
           05 WS-IND-EXCLU   PIC X.
           05 WS-IND-CONSENT PIC X.
       01 WS-INDEX-IND PIC 9(4).
       01 WS-IND-TROUVE PIC X VALUE "N".
           88 WS-IND-EST-TROUVE VALUE "O".
       01 WS-ID-CHERCHE PIC 9(4).

      *les ménages, rangés à leur id : le chef, la taille, et pour
      *la règle en cours ce que le ménage détient
       01 WS-NB-MENAGES PIC 9(4) VALUE 0.
       01 WS-MENAGE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-MENAGES.
           05 WS-MEN-CHEF     PIC 9(4).
           05 WS-MEN-TAILLE   PIC 9(4).
           05 WS-MEN-EXCLU    PIC X.
           05 WS-MEN-DETIENT  PIC X.
           05 WS-MEN-PROPOSE  PIC X.
           05 WS-MEN-PRIME    PIC 9(10).
       01 WS-INDEX-MEN PIC 9(4).

      *les contrats liés, avec le produit normalisé, le statut, la
      *prime et l'individu porteur
       01 WS-NB-CONTRATS PIC 9(4) VALUE 0.
       01 WS-CONTRAT OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-CONTRATS.
           05 WS-CTR-CODE    PIC 9(8).
           05 WS-CTR-IND     PIC 9(4).
           05 WS-CTR-PRODUIT PIC X(14).
           05 WS-CTR-STATUT  PIC X(8).
           05 WS-CTR-PRIME   PIC 9(8).
       01 WS-INDEX-CTR PIC 9(4).
       01 WS-CTR-TROUVE PIC X VALUE "N".
           88 WS-CTR-EST-TROUVE VALUE "O".

      *la règle en cours, produits normalisés
       01 WS-DETENU-NORMALISE  PIC X(14).
       01 WS-PROPOSE-NORMALISE PIC X(14).

      *compteurs
       01 WS-NB-REGLES     PIC 9(4) VALUE 0.
       01 WS-NB-CIBLES     PIC 9(6).
       01 WS-NB-ECARTES    PIC 9(6).
       01 WS-TOTAL-CIBLES  PIC 9(6) VALUE 0.
       01 WS-NB-EXCLUS-A   PIC 9(4) VALUE 0.
       01 WS-NB-EXCLUS-R   PIC 9(4) VALUE 0.
       01 WS-NB-EXCLUS-E   PIC 9(4) VALUE 0.
       01 WS-NB-SANS-CONSENT PIC 9(6) VALUE 0.

       COPY "../../copybooks/consentement-ws.copy".

       PROCEDURE DIVISION.

           DISPLAY "Connexion à la base de données...".

           EXEC SQL
                CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
               STOP RUN
           END-IF.

           OPEN INPUT REGLES.
           IF NOT WS-FS-REGLES-OK
              DISPLAY "regles-prospection.dat absent, rien a faire"
              STOP RUN
           END-IF.

      *on charge les individus avec leur adresse ; un individu déjà
      *anonymisé par effacement est exclu d'office
           EXEC SQL
           DECLARE curseur-prospection CURSOR FOR
           SELECT id, nom, prenom, rue, code_postal, ville
           FROM individus
           ORDER BY id
              FOR READ ONLY
           END-EXEC.

           EXEC SQL
              OPEN curseur-prospection
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                 FETCH curseur-prospection INTO :CLIENT-ID,
                 :CLIENT-NOM, :CLIENT-PRENOM, :CLIENT-RUE,
                 :CLIENT-CP, :CLIENT-VILLE
              END-EXEC
              IF SQLCODE NOT = 100
                 ADD 1 TO WS-NB-INDIVIDUS
                 MOVE CLIENT-ID TO WS-IND-ID(WS-NB-INDIVIDUS)
                 MOVE CLIENT-NOM TO WS-IND-NOM(WS-NB-INDIVIDUS)
                 MOVE CLIENT-PRENOM
                 TO WS-IND-PRENOM(WS-NB-INDIVIDUS)
                 MOVE SPACES TO WS-IND-CLE(WS-NB-INDIVIDUS)
                 STRING FUNCTION TRIM(CLIENT-NOM) " "
                 FUNCTION TRIM(CLIENT-PRENOM)
                 INTO WS-IND-CLE(WS-NB-INDIVIDUS)
                 MOVE CLIENT-RUE TO WS-IND-RUE(WS-NB-INDIVIDUS)
                 MOVE CLIENT-CP TO WS-IND-CP(WS-NB-INDIVIDUS)
                 MOVE CLIENT-VILLE TO WS-IND-VILLE(WS-NB-INDIVIDUS)
                 MOVE 0 TO WS-IND-MENAGE(WS-NB-INDIVIDUS)
                 MOVE SPACE TO WS-IND-EXCLU(WS-NB-INDIVIDUS)
                 MOVE "N" TO WS-IND-CONSENT(WS-NB-INDIVIDUS)
                 IF CLIENT-NOM EQUAL "ANONYME"
                    MOVE "E" TO WS-IND-EXCLU(WS-NB-INDIVIDUS)
                    ADD 1 TO WS-NB-EXCLUS-E
                 END-IF
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE curseur-prospection
           END-EXEC.

           PERFORM CHARGE-CONSENTEMENTS
           THRU CHARGE-CONSENTEMENTS-FIN.
           PERFORM CHARGE-MENAGES THRU CHARGE-MENAGES-FIN.
           PERFORM CHARGE-CONTRATS THRU CHARGE-CONTRATS-FIN.
           PERFORM EXCLUT-ARRIERES THRU EXCLUT-ARRIERES-FIN.
           PERFORM EXCLUT-RECLAMATIONS THRU EXCLUT-RECLAMATIONS-FIN.
           PERFORM EXCLUT-EFFACEMENTS THRU EXCLUT-EFFACEMENTS-FIN.

      *un seul membre exclu écarte tout le ménage : le pli est
      *adressé au foyer
           PERFORM VARYING WS-INDEX-IND FROM 1 BY 1
           UNTIL WS-INDEX-IND GREATER THAN WS-NB-INDIVIDUS
              IF WS-IND-EXCLU(WS-INDEX-IND) NOT EQUAL SPACE
              AND WS-IND-MENAGE(WS-INDEX-IND) GREATER THAN 0
                 MOVE "O"
                 TO WS-MEN-EXCLU(WS-IND-MENAGE(WS-INDEX-IND))
              END-IF
           END-PERFORM.

      *chaque règle produit ses prospects et sa ligne de comptage
           ACCEPT WS-CONS-DATE-CHERCHE FROM DATE YYYYMMDD.
           MOVE "prospection" TO WS-CONS-PROGRAMME.
           MOVE CONS-CANAL TO WS-CONS-CANAL-CHERCHE.
           MOVE CONS-FINALITE TO WS-CONS-FINALITE-CHERCHE.
           PERFORM OUVRE-CONTACTS THRU OUVRE-CONTACTS-FIN.
           OPEN OUTPUT PROSPECTS.
           OPEN OUTPUT COMPTAGE.
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ REGLES
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    ADD 1 TO WS-NB-REGLES
                    PERFORM APPLIQUE-REGLE THRU APPLIQUE-REGLE-FIN
              END-READ
           END-PERFORM.
           CLOSE REGLES.
           CLOSE PROSPECTS.
           CLOSE F-CONTACTS.

           MOVE SPACES TO LIGNE-COMPTAGE.
           STRING "--- " WS-NB-REGLES " regle(s), " WS-TOTAL-CIBLES
           " pli(s) ; exclus : " WS-NB-EXCLUS-A " arriere(s), "
           WS-NB-EXCLUS-R " reclamation(s), " WS-NB-EXCLUS-E
           " effacement(s), " WS-NB-SANS-CONSENT
           " sans consentement ---"
           INTO LIGNE-COMPTAGE.
           WRITE LIGNE-COMPTAGE.
           CLOSE COMPTAGE.

           DISPLAY "Fin de l'extraction - " WS-NB-REGLES
           " regle(s), " WS-TOTAL-CIBLES " pli(s)".

           STOP RUN.

      *les individus qui ont consenti au courrier commercial, d'après
      *l'état du jour de la table consentements tenue par changesq ;
      *sans consentement enregistré, pas de pli
       CHARGE-CONSENTEMENTS.
           EXEC SQL
           DECLARE curseur-consentement CURSOR FOR
           SELECT individu_id
           FROM consentements
           WHERE canal = :CONS-CANAL
           AND finalite = :CONS-FINALITE
           AND statut = 'O'
           ORDER BY individu_id
              FOR READ ONLY
           END-EXEC.

           EXEC SQL
              OPEN curseur-consentement
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100
              EXEC SQL
                 FETCH curseur-consentement INTO :CLIENT-ID
              END-EXEC
              IF SQLCODE NOT = 100
                 MOVE CLIENT-ID TO WS-ID-CHERCHE
                 PERFORM CHERCHE-INDIVIDU THRU CHERCHE-INDIVIDU-FIN
                 IF WS-IND-EST-TROUVE
                    MOVE "O" TO WS-IND-CONSENT(WS-INDEX-IND)
                 END-IF
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE curseur-consentement
           END-EXEC.
       CHARGE-CONSENTEMENTS-FIN.
           EXIT.

      *on range chaque membre dans son ménage ; le chef de famille
      *est le destinataire
       CHARGE-MENAGES.
           OPEN INPUT MENAGES.
           IF NOT WS-FS-MENAGES-OK
              DISPLAY "menages.dat absent, lancer menages d'abord"
              GO TO CHARGE-MENAGES-FIN
           END-IF.
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ MENAGES
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    PERFORM RANGE-MEMBRE THRU RANGE-MEMBRE-FIN
              END-READ
           END-PERFORM.
           CLOSE MENAGES.
       CHARGE-MENAGES-FIN.
           EXIT.

      *le membre lu rejoint son ménage, créé à la volée jusqu'à son
      *id
       RANGE-MEMBRE.
           PERFORM UNTIL WS-NB-MENAGES NOT LESS THAN ID-MENAGE
              ADD 1 TO WS-NB-MENAGES
              MOVE 0 TO WS-MEN-CHEF(WS-NB-MENAGES)
              MOVE 0 TO WS-MEN-TAILLE(WS-NB-MENAGES)
              MOVE "N" TO WS-MEN-EXCLU(WS-NB-MENAGES)
           END-PERFORM.
           ADD 1 TO WS-MEN-TAILLE(ID-MENAGE).

           MOVE ID-INDIVIDU TO WS-ID-CHERCHE.
           PERFORM CHERCHE-INDIVIDU THRU CHERCHE-INDIVIDU-FIN.
           IF NOT WS-IND-EST-TROUVE
              GO TO RANGE-MEMBRE-FIN
           END-IF.
           MOVE ID-MENAGE TO WS-IND-MENAGE(WS-INDEX-IND).
           IF CHEF-MENAGE EQUAL "O"
              MOVE WS-INDEX-IND TO WS-MEN-CHEF(ID-MENAGE)
           END-IF.
       RANGE-MEMBRE-FIN.
           EXIT.

      *les contrats liés à un individu, complétés du portefeuille
       CHARGE-CONTRATS.
           OPEN INPUT LIENS.
           IF NOT WS-FS-LIENS-OK
              DISPLAY "liens-contrat-client.dat absent"
              GO TO CHARGE-CONTRATS-FIN
           END-IF.
           OPEN INPUT ASSURANCE-SORTIE.
           IF NOT WS-FS-SORTIE-OK
              DISPLAY "impossible d'ouvrir rapport-assurance.dat "
              "statut " WS-FS-SORTIE
              CLOSE LIENS
              GO TO CHARGE-CONTRATS-FIN
           END-IF.
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ LIENS
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    PERFORM CHARGE-CONTRAT THRU CHARGE-CONTRAT-FIN
              END-READ
           END-PERFORM.
           CLOSE LIENS.
           CLOSE ASSURANCE-SORTIE.
       CHARGE-CONTRATS-FIN.
           EXIT.

      *le contrat du lien lu, s'il est au portefeuille et que son
      *porteur est connu
       CHARGE-CONTRAT.
           MOVE ID-CLIENT-LIEN TO WS-ID-CHERCHE.
           PERFORM CHERCHE-INDIVIDU THRU CHERCHE-INDIVIDU-FIN.
           IF NOT WS-IND-EST-TROUVE
              GO TO CHARGE-CONTRAT-FIN
           END-IF.
           MOVE CODE-CONTRAT-LIEN TO CODE-CONTRAT-SORTIE.
           READ ASSURANCE-SORTIE.
           IF NOT WS-FS-SORTIE-OK
              GO TO CHARGE-CONTRAT-FIN
           END-IF.
           ADD 1 TO WS-NB-CONTRATS.
           MOVE CODE-CONTRAT-LIEN TO WS-CTR-CODE(WS-NB-CONTRATS).
           MOVE WS-INDEX-IND TO WS-CTR-IND(WS-NB-CONTRATS).
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NOM-PRODUIT-SORTIE))
           TO WS-CTR-PRODUIT(WS-NB-CONTRATS).
           MOVE STATUT-SORTIE TO WS-CTR-STATUT(WS-NB-CONTRATS).
           MOVE 0 TO WS-CTR-PRIME(WS-NB-CONTRATS).
           IF MONTANT-SORTIE IS NUMERIC
              MOVE FUNCTION NUMVAL(MONTANT-SORTIE)
              TO WS-CTR-PRIME(WS-NB-CONTRATS)
           END-IF.
       CHARGE-CONTRAT-FIN.
           EXIT.

      *un contrat en relance (niveau au-delà de zéro) exclut son
      *porteur
       EXCLUT-ARRIERES.
           OPEN INPUT ETAT-RELANCES.
           IF NOT WS-FS-ETAT-OK
              GO TO EXCLUT-ARRIERES-FIN
           END-IF.
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ ETAT-RELANCES
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    IF NIVEAU-ETAT GREATER THAN 0
                       PERFORM CHERCHE-CONTRAT-ETAT
                       THRU CHERCHE-CONTRAT-ETAT-FIN
                       IF WS-CTR-EST-TROUVE
                          MOVE WS-CTR-IND(WS-INDEX-CTR)
                          TO WS-INDEX-IND
                          IF WS-IND-EXCLU(WS-INDEX-IND) EQUAL SPACE
                             MOVE "A" TO WS-IND-EXCLU(WS-INDEX-IND)
                             ADD 1 TO WS-NB-EXCLUS-A
                          END-IF
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ETAT-RELANCES.
       EXCLUT-ARRIERES-FIN.
           EXIT.

      *une réclamation pas encore close exclut le client
       EXCLUT-RECLAMATIONS.
           OPEN INPUT RECLAMATIONS.
           IF NOT WS-FS-RECLAMATIONS-OK
              GO TO EXCLUT-RECLAMATIONS-FIN
           END-IF.
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ RECLAMATIONS NEXT RECORD
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    IF STATUT-RECL NOT EQUAL "CLOSE"
                       MOVE ID-CLIENT-RECL TO WS-ID-CHERCHE
                       PERFORM CHERCHE-INDIVIDU
                       THRU CHERCHE-INDIVIDU-FIN
                       IF WS-IND-EST-TROUVE
                       AND WS-IND-EXCLU(WS-INDEX-IND) EQUAL SPACE
                          MOVE "R" TO WS-IND-EXCLU(WS-INDEX-IND)
                          ADD 1 TO WS-NB-EXCLUS-R
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE RECLAMATIONS.
       EXCLUT-RECLAMATIONS-FIN.
           EXIT.

      *toute personne qui a demandé l'effacement est exclue, même si
      *la demande a été refusée pour contrat encore actif
       EXCLUT-EFFACEMENTS.
           OPEN INPUT CERTIFICATS.
           IF NOT WS-FS-CERTIFICATS-OK
              GO TO EXCLUT-EFFACEMENTS-FIN
           END-IF.
           MOVE "C" TO WS-CONDITION.
           PERFORM UNTIL WS-CONDITION EQUAL "F"
              READ CERTIFICATS
                 AT END
                    MOVE "F" TO WS-CONDITION
                 NOT AT END
                    IF TYPE-CERTIFICAT EQUAL "DEMANDE "
                       PERFORM VARYING WS-INDEX-IND FROM 1 BY 1
                       UNTIL WS-INDEX-IND GREATER THAN
                       WS-NB-INDIVIDUS
                          IF WS-IND-CLE(WS-INDEX-IND) EQUAL
                          NOM-CERTIFICAT
                          AND WS-IND-EXCLU(WS-INDEX-IND) EQUAL SPACE
                             MOVE "E" TO WS-IND-EXCLU(WS-INDEX-IND)
                             ADD 1 TO WS-NB-EXCLUS-E
                          END-IF
                       END-PERFORM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CERTIFICATS.
       EXCLUT-EFFACEMENTS-FIN.
           EXIT.

      *la règle lue : on recense par ménage les contrats actifs du
      *produit détenu (et leurs primes) et du produit proposé, puis
      *on retient les ménages éligibles
       APPLIQUE-REGLE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PRODUIT-DETENU))
           TO WS-DETENU-NORMALISE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PRODUIT-PROPOSE))
           TO WS-PROPOSE-NORMALISE.
           MOVE 0 TO WS-NB-CIBLES.
           MOVE 0 TO WS-NB-ECARTES.

           PERFORM VARYING WS-INDEX-MEN FROM 1 BY 1
           UNTIL WS-INDEX-MEN GREATER THAN WS-NB-MENAGES
              MOVE "N" TO WS-MEN-DETIENT(WS-INDEX-MEN)
              MOVE "N" TO WS-MEN-PROPOSE(WS-INDEX-MEN)
              MOVE 0 TO WS-MEN-PRIME(WS-INDEX-MEN)
           END-PERFORM.

           PERFORM VARYING WS-INDEX-CTR FROM 1 BY 1
           UNTIL WS-INDEX-CTR GREATER THAN WS-NB-CONTRATS
              MOVE WS-IND-MENAGE(WS-CTR-IND(WS-INDEX-CTR))
              TO WS-INDEX-MEN
              IF WS-INDEX-MEN GREATER THAN 0
              AND WS-CTR-STATUT(WS-INDEX-CTR) EQUAL "ACTIF"
                 IF WS-CTR-PRODUIT(WS-INDEX-CTR) EQUAL
                 WS-DETENU-NORMALISE
                    MOVE "O" TO WS-MEN-DETIENT(WS-INDEX-MEN)
                    ADD WS-CTR-PRIME(WS-INDEX-CTR)
                    TO WS-MEN-PRIME(WS-INDEX-MEN)
                 END-IF
                 IF WS-CTR-PRODUIT(WS-INDEX-CTR) EQUAL
                 WS-PROPOSE-NORMALISE
                    MOVE "O" TO WS-MEN-PROPOSE(WS-INDEX-MEN)
                 END-IF
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDEX-MEN FROM 1 BY 1
           UNTIL WS-INDEX-MEN GREATER THAN WS-NB-MENAGES
              IF WS-MEN-DETIENT(WS-INDEX-MEN) EQUAL "O"
              AND WS-MEN-PROPOSE(WS-INDEX-MEN) EQUAL "N"
              AND WS-MEN-TAILLE(WS-INDEX-MEN) NOT LESS THAN
              TAILLE-MIN-REGLE
              AND WS-MEN-PRIME(WS-INDEX-MEN) NOT LESS THAN
              PRIME-MIN-REGLE
              AND WS-MEN-CHEF(WS-INDEX-MEN) GREATER THAN 0
                 IF WS-MEN-EXCLU(WS-INDEX-MEN) EQUAL "O"
                    ADD 1 TO WS-NB-ECARTES
                 ELSE
                 IF WS-IND-CONSENT(WS-MEN-CHEF(WS-INDEX-MEN))
                 NOT EQUAL "O"
                    ADD 1 TO WS-NB-ECARTES
                    ADD 1 TO WS-NB-SANS-CONSENT
                 ELSE
                    ADD 1 TO WS-NB-CIBLES
                    PERFORM ECRIT-PROSPECT THRU ECRIT-PROSPECT-FIN
                 END-IF
                 END-IF
              END-IF
           END-PERFORM.
           ADD WS-NB-CIBLES TO WS-TOTAL-CIBLES.

           MOVE SPACES TO LIGNE-COMPTAGE.
           STRING "regle " CODE-REGLE " : "
           FUNCTION TRIM(WS-DETENU-NORMALISE) " sans "
           FUNCTION TRIM(WS-PROPOSE-NORMALISE) " - "
           WS-NB-CIBLES " menage(s) cible(s), "
           WS-NB-ECARTES " ecarte(s) par exclusion ou faute de "
           "consentement"
           INTO LIGNE-COMPTAGE.
           WRITE LIGNE-COMPTAGE.
       APPLIQUE-REGLE-FIN.
           EXIT.

      *la ligne du ménage retenu, adressée à son chef de famille
       ECRIT-PROSPECT.
           MOVE WS-MEN-CHEF(WS-INDEX-MEN) TO WS-INDEX-IND.
           MOVE SPACES TO LIGNE-PROSPECT.
           MOVE CODE-REGLE TO CODE-REGLE-PROS.
           MOVE WS-PROPOSE-NORMALISE TO PRODUIT-PROPOSE-PROS.
           MOVE WS-INDEX-MEN TO ID-MENAGE-PROS.
           MOVE WS-IND-ID(WS-INDEX-IND) TO ID-CHEF-PROS.
           MOVE WS-IND-NOM(WS-INDEX-IND) TO NOM-PROS.
           MOVE WS-IND-PRENOM(WS-INDEX-IND) TO PRENOM-PROS.
           MOVE WS-IND-RUE(WS-INDEX-IND) TO RUE-PROS.
           MOVE WS-IND-CP(WS-INDEX-IND) TO CP-PROS.
           MOVE WS-IND-VILLE(WS-INDEX-IND) TO VILLE-PROS.
           WRITE LIGNE-PROSPECT.
           MOVE WS-IND-ID(WS-INDEX-IND) TO WS-CONS-ID-CHERCHE.
           MOVE WS-IND-NOM(WS-INDEX-IND) TO WS-CONS-NOM-CHERCHE.
           MOVE WS-IND-PRENOM(WS-INDEX-IND) TO WS-CONS-PRENOM-CHERCHE.
           PERFORM NOTE-CONTACT THRU NOTE-CONTACT-FIN.
       ECRIT-PROSPECT-FIN.
           EXIT.

      *l'individu d'id WS-ID-CHERCHE dans la table
       CHERCHE-INDIVIDU.
           MOVE "N" TO WS-IND-TROUVE.
           PERFORM VARYING WS-INDEX-IND FROM 1 BY 1
           UNTIL WS-INDEX-IND GREATER THAN WS-NB-INDIVIDUS
           OR WS-IND-EST-TROUVE
              IF WS-IND-ID(WS-INDEX-IND) EQUAL WS-ID-CHERCHE
                 MOVE "O" TO WS-IND-TROUVE
              END-IF
           END-PERFORM.
           IF WS-IND-EST-TROUVE
              SUBTRACT 1 FROM WS-INDEX-IND
           END-IF.
       CHERCHE-INDIVIDU-FIN.
           EXIT.

      *le contrat de l'état de relance lu dans la table
       CHERCHE-CONTRAT-ETAT.
           MOVE "N" TO WS-CTR-TROUVE.
           PERFORM VARYING WS-INDEX-CTR FROM 1 BY 1
           UNTIL WS-INDEX-CTR GREATER THAN WS-NB-CONTRATS
           OR WS-CTR-EST-TROUVE
              IF WS-CTR-CODE(WS-INDEX-CTR) EQUAL CODE-CONTRAT-ETAT
                 MOVE "O" TO WS-CTR-TROUVE
              END-IF
           END-PERFORM.
           IF WS-CTR-EST-TROUVE
              SUBTRACT 1 FROM WS-INDEX-CTR
           END-IF.
       CHERCHE-CONTRAT-ETAT-FIN.
           EXIT.

       COPY "../../copybooks/consentement-contact.copy".
