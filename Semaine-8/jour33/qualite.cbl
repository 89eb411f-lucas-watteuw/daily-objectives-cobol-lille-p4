       IDENTIFICATION DIVISION.
       PROGRAM-ID. qualite.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les règles de validation du run, les mêmes que pour la
      *validation de users.dat
           SELECT REGLES-FICHIER ASSIGN TO "regles-validation.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-REGLES-STATUS.

      *la liste des codes postaux connus avec leur ville
           SELECT VILLES ASSIGN TO "villes.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-VILLES-STATUS.

      *le fichier maître des personnes (fusionpers, dedoublonne)
           SELECT MAITRE ASSIGN TO "personnes-master.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-MAITRE-STATUS.

      *les noms du relevé de notes restés sans correspondance dans
      *la liste des élèves (agebandes)
           SELECT NOMS-NON-APPARIES ASSIGN TO "noms-non-apparies.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-NOMS-STATUS.

      *le fichier des clients tenu par mainclients
           SELECT CLIENT ASSIGN TO "clients.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CLIENT-STATUS.

      *les comptes utilisateurs extraits pour la validation
           SELECT USERS ASSIGN TO "users.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-USERS-STATUS.

      *le portefeuille indexé de assurance.cbl, où le client n'est
      *qu'un nom en texte libre
           SELECT ASSURANCE-SORTIE ASSIGN TO "rapport-assurance.dat"
                 ORGANIZATION IS INDEXED
                 ACCESS MODE IS SEQUENTIAL
                 RECORD KEY IS CODE-CONTRAT-SORTIE
                 FILE STATUS IS WS-FS-SORTIE.

      *les contrats que referentiel n'a pas su rattacher à un
      *individu : sans candidat ou ambigus
           SELECT CONTRATS-NON-APPARIES
           ASSIGN TO "contrats-non-apparies.dat"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CONTRATS-NA-STATUS.

      *la cible de chaque indicateur, tenue à la main par le
      *responsable de la qualité des données
           SELECT CIBLES ASSIGN TO "qualite-cibles.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-CIBLES-STATUS.

      *l'historique des mesures, une ligne par run et par
      *indicateur, qui donne la tendance semaine après semaine
           SELECT HISTORIQUE ASSIGN TO "qualite-historique.txt"
                 ORGANIZATION IS LINE SEQUENTIAL
                 FILE STATUS IS WS-HISTORIQUE-STATUS.

           SELECT HISTORIQUE-NOUVEAU
           ASSIGN TO "qualite-historique.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.

      *le tableau de bord de la semaine
           SELECT RAPPORT ASSIGN TO "qualite-tableau-bord.txt"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *une règle par ligne : un mot-clé (DOMAINE, PREFIXE, IDMIN)
      *suivi de sa valeur
       FD REGLES-FICHIER.
       01 LIGNE-REGLE.
           05 MOT-CLE-REGLE PIC X(8).
           05 VALEUR-REGLE  PIC X(30).

       FD VILLES.
       01 LIGNE-VILLE.
           05 CP-VILLE  PIC X(5).
           05 FILLER    PIC X.
           05 NOM-VILLE PIC X(30).

      *la date de naissance est au format MMJJAAAA
       FD MAITRE.
       01 LIGNE-MAITRE.
           05 M-NOM    PIC X(15).
           05 M-PRENOM PIC X(15).
           05 M-DATE   PIC X(8).

       FD NOMS-NON-APPARIES.
       01 LIGNE-NOM-NON-APPARIE PIC X(60).

       FD CLIENT.
       01 LIGNE-CLIENT.
           05 NUM-CLIENT PIC 9(2).
           05 NOM-CLIENT PIC X(14).
           05 PRENOM-CLIENT PIC X(11).
           05 LIMITE-CLIENT PIC 9(8).

       FD USERS.
          COPY "struct.copy".

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

       FD CONTRATS-NON-APPARIES.
       01 LIGNE-CONTRAT-NA PIC X(80).

      *la cible d'un indicateur : le référentiel, le code de
      *l'indicateur et le taux d'anomalies maximal admis, en
      *dixièmes de pourcent (0050 pour 5,0 %)
       FD CIBLES.
       01 LIGNE-CIBLE.
           05 MAGASIN-CIBLE   PIC X(10).
           05 FILLER          PIC X.
           05 CODE-CIBLE      PIC X(12).
           05 FILLER          PIC X.
           05 TAUX-CIBLE      PIC 9(3)V9.

      *une mesure : la date du run, le référentiel, l'indicateur,
      *le nombre d'anomalies, la population contrôlée et le taux
       FD HISTORIQUE.
       01 LIGNE-HISTORIQUE.
           05 DATE-HISTO      PIC 9(8).
           05 FILLER          PIC X.
           05 MAGASIN-HISTO   PIC X(10).
           05 FILLER          PIC X.
           05 CODE-HISTO      PIC X(12).
           05 FILLER          PIC X.
           05 ANOMALIES-HISTO PIC 9(6).
           05 FILLER          PIC X.
           05 BASE-HISTO      PIC 9(6).
           05 FILLER          PIC X.
           05 TAUX-HISTO      PIC 9(3)V9.

       FD HISTORIQUE-NOUVEAU.
       01 LIGNE-HISTORIQUE-NOUVEAU.
           05 DATE-HISTO-N      PIC 9(8).
           05 FILLER            PIC X.
           05 MAGASIN-HISTO-N   PIC X(10).
           05 FILLER            PIC X.
           05 CODE-HISTO-N      PIC X(12).
           05 FILLER            PIC X.
           05 ANOMALIES-HISTO-N PIC 9(6).
           05 FILLER            PIC X.
           05 BASE-HISTO-N      PIC 9(6).
           05 FILLER            PIC X.
           05 TAUX-HISTO-N      PIC 9(3)V9.

       FD RAPPORT.
       01 LIGNE-RAPPORT PIC X(120).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *les colonnes de la table individus
       01  CLIENT-ID         PIC 9(4).
       01  CLIENT-NOM        PIC X(50).
       01  CLIENT-PRENOM     PIC X(50).
       01  CLIENT-TELEPHONE  PIC X(10).
       01  CLIENT-RUE        PIC X(50).
       01  CLIENT-CP         PIC X(5).
       01  CLIENT-VILLE      PIC X(30).
      *pour se connecter à la database
       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "mdp".
       01  DBNAME         PIC X(10) VALUE "testdb".
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *statuts des fichiers
       01 WS-REGLES-STATUS PIC X(2) VALUE SPACES.
           88 WS-REGLES-STATUS-OK VALUE "00".
       01 WS-VILLES-STATUS PIC X(2) VALUE SPACES.
           88 WS-VILLES-STATUS-OK VALUE "00".
       01 WS-MAITRE-STATUS PIC X(2) VALUE SPACES.
           88 WS-MAITRE-STATUS-OK VALUE "00".
       01 WS-NOMS-STATUS PIC X(2) VALUE SPACES.
           88 WS-NOMS-STATUS-OK VALUE "00".
       01 WS-CLIENT-STATUS PIC X(2) VALUE SPACES.
           88 WS-CLIENT-STATUS-OK VALUE "00".
       01 WS-USERS-STATUS PIC X(2) VALUE SPACES.
           88 WS-USERS-STATUS-OK VALUE "00".
       01 WS-FS-SORTIE PIC X(2) VALUE SPACES.
           88 WS-FS-SORTIE-OK VALUE "00".
       01 WS-CONTRATS-NA-STATUS PIC X(2) VALUE SPACES.
           88 WS-CONTRATS-NA-STATUS-OK VALUE "00".
       01 WS-CIBLES-STATUS PIC X(2) VALUE SPACES.
           88 WS-CIBLES-STATUS-OK VALUE "00".
       01 WS-HISTORIQUE-STATUS PIC X(2) VALUE SPACES.
           88 WS-HISTORIQUE-STATUS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-FIN-REGLES PIC X VALUE "C".
       01 WS-FIN-VILLES PIC X VALUE "C".
       01 WS-FIN-MAITRE PIC X VALUE "C".
       01 WS-FIN-NOMS PIC X VALUE "C".
       01 WS-FIN-CLIENT PIC X VALUE "C".
       01 WS-FIN-USERS PIC X VALUE "C".
       01 WS-FIN-SORTIE PIC X VALUE "C".
       01 WS-FIN-CONTRATS-NA PIC X VALUE "C".
       01 WS-FIN-CIBLES PIC X VALUE "C".
       01 WS-FIN-HISTORIQUE PIC X VALUE "C".

      *les règles du run, passées aux sous-programmes de validation
       COPY "regles.copy" REPLACING REGLES-VALIDATION BY
          WS-REGLES-VALIDATION
          REGLES-NB-DOMAINES BY WS-NB-DOMAINES
          REGLES-DOMAINE BY WS-DOMAINE
          REGLES-NB-PREFIXES BY WS-NB-PREFIXES
          REGLES-PREFIXE BY WS-PREFIXE
          REGLES-ID-MINIMUM BY WS-ID-MINIMUM.
       01 WS-RETURN-CODE PIC 9.

      *la liste des villes connues ; sans fichier, seule la forme
      *du code postal est contrôlée
       01 WS-NB-VILLES PIC 9(4) VALUE 0.
       01 WS-VILLE-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-VILLES.
           05 WS-VILLE-CP  PIC X(5).
           05 WS-VILLE-NOM PIC X(30).
       01 WS-INDEX-VILLE PIC 9(4).
       01 WS-CP-VALIDE PIC 9 VALUE 0.

      *la population d'un référentiel préparée pour la recherche
      *des doublons : la clé phonétique du nom et le critère qui
      *départage (date de naissance quand le référentiel la
      *connait, prénom sinon, email pour les comptes) ; deux
      *lignes de même clé et de même critère sont suspectes, comme
      *dans dedoublonne
       01 WS-NB-DOUBLONS PIC 9(4) VALUE 0.
       01 WS-DOUBLON OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-DOUBLONS.
           05 WS-DBL-CLE     PIC X(4).
           05 WS-DBL-CRITERE PIC X(50).
           05 WS-DBL-MARQUE  PIC X.
       01 WS-INDEX1 PIC 9(4).
       01 WS-INDEX2 PIC 9(4).
       01 WS-NB-MARQUES PIC 9(6).

       COPY "../../copybooks/phoneme-ws.copy".

      *la date de naissance en cours de contrôle
       01 WS-JOUR PIC 99.
       01 WS-MOIS PIC 99.
       01 WS-ANNEE PIC 9(4).

      *les indicateurs mesurés par ce run, avec leur cible et les
      *trois dernières mesures de l'historique (S-1 la plus récente)
       01 WS-NB-INDICATEURS PIC 9(2) VALUE 0.
       01 WS-INDICATEUR OCCURS 1 TO 50 TIMES
          DEPENDING ON WS-NB-INDICATEURS.
           05 WS-IND-MAGASIN   PIC X(10).
           05 WS-IND-CODE      PIC X(12).
           05 WS-IND-LIBELLE   PIC X(30).
           05 WS-IND-MESURE    PIC X.
           05 WS-IND-ANOMALIES PIC 9(6).
           05 WS-IND-BASE      PIC 9(6).
           05 WS-IND-TAUX      PIC 9(3)V9.
           05 WS-IND-A-CIBLE   PIC X.
           05 WS-IND-CIBLE     PIC 9(3)V9.
           05 WS-IND-NB-HISTO  PIC 9.
           05 WS-IND-HISTO     PIC 9(3)V9 OCCURS 3 TIMES.
       01 WS-INDEX-IND PIC 9(2).
       01 WS-INDEX-HISTO PIC 9.

      *l'indicateur à ranger dans la table
       01 WS-NOUV-MAGASIN   PIC X(10).
       01 WS-NOUV-CODE      PIC X(12).
       01 WS-NOUV-LIBELLE   PIC X(30).
       01 WS-NOUV-MESURE    PIC X.
       01 WS-NOUV-ANOMALIES PIC 9(6).
       01 WS-NOUV-BASE      PIC 9(6).

      *l'historique des semaines précédentes, réécrit sans les
      *mesures du jour si le run est relancé
       01 WS-NB-HISTORIQUES PIC 9(5) VALUE 0.
       01 WS-HISTORIQUE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-HISTORIQUES.
           05 WS-HIS-DATE      PIC 9(8).
           05 WS-HIS-MAGASIN   PIC X(10).
           05 WS-HIS-CODE      PIC X(12).
           05 WS-HIS-ANOMALIES PIC 9(6).
           05 WS-HIS-BASE      PIC 9(6).
           05 WS-HIS-TAUX      PIC 9(3)V9.
       01 WS-INDEX-HIS PIC 9(5).

      *les compteurs de chaque référentiel
       01 WS-MESURE-INDIVIDUS PIC X VALUE "N".
       01 WS-NB-INDIVIDUS PIC 9(6) VALUE 0.
       01 WS-IND-TEL-ABSENT PIC 9(6) VALUE 0.
       01 WS-IND-ADR-ABSENTE PIC 9(6) VALUE 0.
       01 WS-IND-TEL-INVALIDE PIC 9(6) VALUE 0.
       01 WS-IND-CP-INVALIDE PIC 9(6) VALUE 0.

       01 WS-MESURE-PERSONNES PIC X VALUE "N".
       01 WS-MESURE-NOMS PIC X VALUE "N".
       01 WS-NB-PERSONNES PIC 9(6) VALUE 0.
       01 WS-PERS-NAIS-ABSENTE PIC 9(6) VALUE 0.
       01 WS-PERS-NAIS-INVALIDE PIC 9(6) VALUE 0.
       01 WS-PERS-NON-APPARIES PIC 9(6) VALUE 0.

       01 WS-MESURE-CLIENTS PIC X VALUE "N".
       01 WS-NB-CLIENTS PIC 9(6) VALUE 0.
       01 WS-CLI-NOM-ABSENT PIC 9(6) VALUE 0.

       01 WS-MESURE-USERS PIC X VALUE "N".
       01 WS-NB-USERS PIC 9(6) VALUE 0.
       01 WS-USR-TEL-ABSENT PIC 9(6) VALUE 0.
       01 WS-USR-EMAIL-ABSENT PIC 9(6) VALUE 0.
       01 WS-USR-EMAIL-INVALIDE PIC 9(6) VALUE 0.
       01 WS-USR-ID-INVALIDE PIC 9(6) VALUE 0.
       01 WS-USR-TEL-INVALIDE PIC 9(6) VALUE 0.

       01 WS-MESURE-CONTRATS PIC X VALUE "N".
       01 WS-MESURE-CONTRATS-NA PIC X VALUE "N".
       01 WS-NB-CONTRATS PIC 9(6) VALUE 0.
       01 WS-CTR-NOM-ABSENT PIC 9(6) VALUE 0.
       01 WS-CTR-NON-LIES PIC 9(6) VALUE 0.

      *la date du run et le verdict d'ensemble
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-NB-HORS-CIBLE PIC 9(2) VALUE 0.

      *les zones d'édition du tableau de bord
       01 WS-EDIT-TAUX PIC ZZ9.9.
       01 WS-EDIT-CIBLE PIC ZZ9.9.
       01 WS-EDIT-ANOMALIES PIC Z(5)9.
       01 WS-EDIT-BASE PIC Z(5)9.
       01 WS-COL-HISTO PIC X(7) OCCURS 3 TIMES.
       01 WS-TENDANCE PIC X(7).
       01 WS-VERDICT PIC X(10).
       01 WS-COL-CIBLE PIC X(7).

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           PERFORM CHARGE-REGLES THRU CHARGE-REGLES-FIN.
           PERFORM CHARGE-VILLES THRU CHARGE-VILLES-FIN.

      *chaque référentiel est mesuré à son tour ; un référentiel
      *absent ce jour-là laisse ses indicateurs "non mesure" sans
      *rien écrire dans l'historique
           PERFORM MESURE-INDIVIDUS THRU MESURE-INDIVIDUS-FIN.
           PERFORM MESURE-PERSONNES THRU MESURE-PERSONNES-FIN.
           PERFORM MESURE-CLIENTS THRU MESURE-CLIENTS-FIN.
           PERFORM MESURE-USERS THRU MESURE-USERS-FIN.
           PERFORM MESURE-CONTRATS THRU MESURE-CONTRATS-FIN.

           PERFORM CHARGE-CIBLES THRU CHARGE-CIBLES-FIN.
           PERFORM CHARGE-HISTORIQUE THRU CHARGE-HISTORIQUE-FIN.
           PERFORM ECRIT-HISTORIQUE THRU ECRIT-HISTORIQUE-FIN.
           PERFORM ECRIT-RAPPORT THRU ECRIT-RAPPORT-FIN.

           DISPLAY "Fin du tableau de bord - " WS-NB-INDICATEURS
           " indicateur(s), " WS-NB-HORS-CIBLE " hors cible".

      *un indicateur hors cible se signale à l'exploitation sans
      *bloquer la chaine
           IF WS-NB-HORS-CIBLE GREATER THAN 0
              MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      *les règles du run, chargées comme le fait la validation de
      *users.dat ; sans fichier, pas de restriction et un id d'au
      *moins 6 caractères
       CHARGE-REGLES.
           MOVE 0 TO WS-NB-DOMAINES.
           MOVE 0 TO WS-NB-PREFIXES.
           MOVE 6 TO WS-ID-MINIMUM.
           OPEN INPUT REGLES-FICHIER.
           IF NOT WS-REGLES-STATUS-OK
              GO TO CHARGE-REGLES-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-REGLES EQUAL "F"
              READ REGLES-FICHIER
              AT END
                 MOVE "F" TO WS-FIN-REGLES
              NOT AT END
                 EVALUATE FUNCTION TRIM(MOT-CLE-REGLE)
                    WHEN "DOMAINE"
                       IF WS-NB-DOMAINES LESS THAN 10
                          ADD 1 TO WS-NB-DOMAINES
                          MOVE VALEUR-REGLE
                          TO WS-DOMAINE(WS-NB-DOMAINES)
                       END-IF
                    WHEN "PREFIXE"
                       IF WS-NB-PREFIXES LESS THAN 10
                          ADD 1 TO WS-NB-PREFIXES
                          MOVE VALEUR-REGLE(1:2)
                          TO WS-PREFIXE(WS-NB-PREFIXES)
                       END-IF
                    WHEN "IDMIN"
                       MOVE FUNCTION NUMVAL(VALEUR-REGLE)
                       TO WS-ID-MINIMUM
                 END-EVALUATE
              END-READ
           END-PERFORM.
           CLOSE REGLES-FICHIER.
       CHARGE-REGLES-FIN.
           EXIT.

       CHARGE-VILLES.
           OPEN INPUT VILLES.
           IF NOT WS-VILLES-STATUS-OK
              GO TO CHARGE-VILLES-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-VILLES EQUAL "F"
              READ VILLES
                 AT END
                    MOVE "F" TO WS-FIN-VILLES
                 NOT AT END
                    ADD 1 TO WS-NB-VILLES
                    MOVE CP-VILLE TO WS-VILLE-CP(WS-NB-VILLES)
                    MOVE NOM-VILLE TO WS-VILLE-NOM(WS-NB-VILLES)
              END-READ
           END-PERFORM.
           CLOSE VILLES.
       CHARGE-VILLES-FIN.
           EXIT.

      *la table individus : téléphone et adresse manquants,
      *téléphone refusé par validate-phone, code postal incohérent
      *avec villes.txt, et doublons suspects (même clé phonétique
      *du nom et même prénom, la table ne portant pas de date de
      *naissance)
       MESURE-INDIVIDUS.
           MOVE 0 TO WS-NB-DOUBLONS.
           MOVE 0 TO WS-NB-MARQUES.

           EXEC SQL
                CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
              GO TO MESURE-INDIVIDUS-ENREGISTRE
           END-IF.
           MOVE "O" TO WS-MESURE-INDIVIDUS.

           EXEC SQL
           DECLARE curseur-qualite CURSOR FOR
           SELECT id, nom, prenom, telephone, rue, code_postal,
           ville
           FROM individus
              FOR READ ONLY
           END-EXEC.

           EXEC SQL
              OPEN curseur-qualite
           END-EXEC.

           PERFORM UNTIL SQLCODE = 100
              MOVE SPACES TO CLIENT-TELEPHONE CLIENT-RUE CLIENT-CP
              CLIENT-VILLE
              EXEC SQL
                 FETCH curseur-qualite INTO :CLIENT-ID,
                 :CLIENT-NOM, :CLIENT-PRENOM, :CLIENT-TELEPHONE,
                 :CLIENT-RUE, :CLIENT-CP, :CLIENT-VILLE
              END-EXEC
              IF SQLCODE NOT = 100
                 PERFORM CONTROLE-INDIVIDU THRU CONTROLE-INDIVIDU-FIN
              END-IF
           END-PERFORM.

           EXEC SQL
              CLOSE curseur-qualite
           END-EXEC.

           PERFORM COMPTE-DOUBLONS THRU COMPTE-DOUBLONS-FIN.

       MESURE-INDIVIDUS-ENREGISTRE.
           MOVE "INDIVIDUS" TO WS-NOUV-MAGASIN.
           MOVE WS-MESURE-INDIVIDUS TO WS-NOUV-MESURE.
           MOVE WS-NB-INDIVIDUS TO WS-NOUV-BASE.
           MOVE "TEL-ABSENT" TO WS-NOUV-CODE.
           MOVE "telephone manquant" TO WS-NOUV-LIBELLE.
           MOVE WS-IND-TEL-ABSENT TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
           MOVE "ADR-ABSENTE" TO WS-NOUV-CODE.
           MOVE "adresse incomplete" TO WS-NOUV-LIBELLE.
           MOVE WS-IND-ADR-ABSENTE TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
           MOVE "TEL-INVALIDE" TO WS-NOUV-CODE.
           MOVE "telephone invalide" TO WS-NOUV-LIBELLE.
           MOVE WS-IND-TEL-INVALIDE TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
           MOVE "CP-INVALIDE" TO WS-NOUV-CODE.
           MOVE "code postal / ville inconnus" TO WS-NOUV-LIBELLE.
           MOVE WS-IND-CP-INVALIDE TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
           MOVE "DOUBLONS" TO WS-NOUV-CODE.
           MOVE "doublons suspects" TO WS-NOUV-LIBELLE.
           MOVE WS-NB-MARQUES TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
       MESURE-INDIVIDUS-FIN.
           EXIT.

      *les contrôles d'une ligne de la table individus ; un champ
      *vide compte comme manquant, pas comme invalide
       CONTROLE-INDIVIDU.
           ADD 1 TO WS-NB-INDIVIDUS.

           IF CLIENT-TELEPHONE EQUAL SPACES
              ADD 1 TO WS-IND-TEL-ABSENT
           ELSE
              CALL "validate-phone" USING CLIENT-TELEPHONE
              WS-REGLES-VALIDATION WS-RETURN-CODE
              IF WS-RETURN-CODE NOT EQUAL 0
                 ADD 1 TO WS-IND-TEL-INVALIDE
              END-IF
           END-IF.

           IF CLIENT-RUE EQUAL SPACES OR CLIENT-CP EQUAL SPACES
           OR CLIENT-VILLE EQUAL SPACES
              ADD 1 TO WS-IND-ADR-ABSENTE
           ELSE
              PERFORM VALIDE-CODE-POSTAL THRU VALIDE-CODE-POSTAL-FIN
              IF WS-CP-VALIDE NOT EQUAL 0
                 ADD 1 TO WS-IND-CP-INVALIDE
              END-IF
           END-IF.

           IF WS-NB-DOUBLONS LESS THAN 9999
              ADD 1 TO WS-NB-DOUBLONS
              MOVE CLIENT-NOM TO WS-NOM-TRAVAIL
              PERFORM CALCULE-PHONEME THRU CALCULE-PHONEME-FIN
              MOVE WS-PHONEME TO WS-DBL-CLE(WS-NB-DOUBLONS)
              MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CLIENT-PRENOM))
              TO WS-DBL-CRITERE(WS-NB-DOUBLONS)
           END-IF.
       CONTROLE-INDIVIDU-FIN.
           EXIT.

      *le code postal doit faire cinq chiffres et, dès que la liste
      *des villes connues est chargée, former avec la ville un
      *couple connu (même règle que la saisie de changesq)
       VALIDE-CODE-POSTAL.
           MOVE 0 TO WS-CP-VALIDE.
           IF CLIENT-CP IS NOT NUMERIC
              MOVE 1 TO WS-CP-VALIDE
              GO TO VALIDE-CODE-POSTAL-FIN
           END-IF.
           IF WS-NB-VILLES EQUAL 0
              GO TO VALIDE-CODE-POSTAL-FIN
           END-IF.
           MOVE 1 TO WS-CP-VALIDE.
           PERFORM VARYING WS-INDEX-VILLE FROM 1 BY 1
           UNTIL WS-INDEX-VILLE GREATER THAN WS-NB-VILLES
              IF WS-VILLE-CP(WS-INDEX-VILLE) EQUAL CLIENT-CP
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(
              WS-VILLE-NOM(WS-INDEX-VILLE))) EQUAL
              FUNCTION UPPER-CASE(FUNCTION TRIM(CLIENT-VILLE))
                 MOVE 0 TO WS-CP-VALIDE
              END-IF
           END-PERFORM.
       VALIDE-CODE-POSTAL-FIN.
           EXIT.

      *le maître des personnes : date de naissance manquante ou
      *impossible (règle de lirepers), doublons suspects selon
      *dedoublonne (même clé phonétique, même date) et noms du
      *relevé de notes restés sans correspondance
       MESURE-PERSONNES.
           MOVE 0 TO WS-NB-DOUBLONS.
           MOVE 0 TO WS-NB-MARQUES.
           OPEN INPUT MAITRE.
           IF NOT WS-MAITRE-STATUS-OK
              DISPLAY "personnes-master.txt absent, non mesure"
              GO TO MESURE-PERSONNES-NOMS
           END-IF.
           MOVE "O" TO WS-MESURE-PERSONNES.
           PERFORM UNTIL WS-FIN-MAITRE EQUAL "F"
              READ MAITRE
                 AT END
                    MOVE "F" TO WS-FIN-MAITRE
                 NOT AT END
                    PERFORM CONTROLE-PERSONNE
                    THRU CONTROLE-PERSONNE-FIN
              END-READ
           END-PERFORM.
           CLOSE MAITRE.
           PERFORM COMPTE-DOUBLONS THRU COMPTE-DOUBLONS-FIN.

       MESURE-PERSONNES-NOMS.
           OPEN INPUT NOMS-NON-APPARIES.
           IF WS-NOMS-STATUS-OK
              MOVE "O" TO WS-MESURE-NOMS
              PERFORM UNTIL WS-FIN-NOMS EQUAL "F"
                 READ NOMS-NON-APPARIES
                    AT END
                       MOVE "F" TO WS-FIN-NOMS
                    NOT AT END
                       IF LIGNE-NOM-NON-APPARIE(1:3) NOT EQUAL "---"
                          ADD 1 TO WS-PERS-NON-APPARIES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE NOMS-NON-APPARIES
           END-IF.

           MOVE "PERSONNES" TO WS-NOUV-MAGASIN.
           MOVE WS-MESURE-PERSONNES TO WS-NOUV-MESURE.
           MOVE WS-NB-PERSONNES TO WS-NOUV-BASE.
           MOVE "NAIS-ABSENTE" TO WS-NOUV-CODE.
           MOVE "date de naissance manquante" TO WS-NOUV-LIBELLE.
           MOVE WS-PERS-NAIS-ABSENTE TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
           MOVE "NAIS-INVALID" TO WS-NOUV-CODE.
           MOVE "date de naissance impossible" TO WS-NOUV-LIBELLE.
           MOVE WS-PERS-NAIS-INVALIDE TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
           MOVE "DOUBLONS" TO WS-NOUV-CODE.
           MOVE "doublons suspects" TO WS-NOUV-LIBELLE.
           MOVE WS-NB-MARQUES TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
      *les noms non appariés n'ont de sens que rapportés au maître
           IF WS-MESURE-NOMS NOT EQUAL "O"
              MOVE "N" TO WS-NOUV-MESURE
           END-IF.
           MOVE "NON-APPARIES" TO WS-NOUV-CODE.
           MOVE "noms de notes non apparies" TO WS-NOUV-LIBELLE.
           MOVE WS-PERS-NON-APPARIES TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
       MESURE-PERSONNES-FIN.
           EXIT.

       CONTROLE-PERSONNE.
           ADD 1 TO WS-NB-PERSONNES.
           IF M-DATE EQUAL SPACES
              ADD 1 TO WS-PERS-NAIS-ABSENTE
              GO TO CONTROLE-PERSONNE-DOUBLON
           END-IF.
           IF M-DATE IS NOT NUMERIC
              ADD 1 TO WS-PERS-NAIS-INVALIDE
              GO TO CONTROLE-PERSONNE-DOUBLON
           END-IF.
           MOVE M-DATE(3:2) TO WS-JOUR.
           MOVE M-DATE(1:2) TO WS-MOIS.
           MOVE M-DATE(5:4) TO WS-ANNEE.
           IF WS-JOUR LESS THAN 1 OR WS-JOUR GREATER THAN 31
           OR WS-MOIS LESS THAN 1 OR WS-MOIS GREATER THAN 12
           OR WS-ANNEE GREATER THAN WS-DATE-JOUR(1:4)
              ADD 1 TO WS-PERS-NAIS-INVALIDE
           END-IF.
       CONTROLE-PERSONNE-DOUBLON.
      *sans date de naissance, la personne ne peut pas former de
      *paire selon la règle de dedoublonne
           IF M-DATE NOT EQUAL SPACES
           AND WS-NB-DOUBLONS LESS THAN 9999
              ADD 1 TO WS-NB-DOUBLONS
              MOVE M-NOM TO WS-NOM-TRAVAIL
              PERFORM CALCULE-PHONEME THRU CALCULE-PHONEME-FIN
              MOVE WS-PHONEME TO WS-DBL-CLE(WS-NB-DOUBLONS)
              MOVE M-DATE TO WS-DBL-CRITERE(WS-NB-DOUBLONS)
           END-IF.
       CONTROLE-PERSONNE-FIN.
           EXIT.

      *le fichier des clients : nom ou prénom manquant et doublons
      *suspects (même clé phonétique du nom, même prénom)
       MESURE-CLIENTS.
           MOVE 0 TO WS-NB-DOUBLONS.
           MOVE 0 TO WS-NB-MARQUES.
           OPEN INPUT CLIENT.
           IF NOT WS-CLIENT-STATUS-OK
              DISPLAY "clients.txt absent, non mesure"
              GO TO MESURE-CLIENTS-ENREGISTRE
           END-IF.
           MOVE "O" TO WS-MESURE-CLIENTS.
           PERFORM UNTIL WS-FIN-CLIENT EQUAL "F"
              READ CLIENT
                 AT END
                    MOVE "F" TO WS-FIN-CLIENT
                 NOT AT END
                    ADD 1 TO WS-NB-CLIENTS
                    IF NOM-CLIENT EQUAL SPACES
                    OR PRENOM-CLIENT EQUAL SPACES
                       ADD 1 TO WS-CLI-NOM-ABSENT
                    END-IF
                    IF WS-NB-DOUBLONS LESS THAN 9999
                       ADD 1 TO WS-NB-DOUBLONS
                       MOVE NOM-CLIENT TO WS-NOM-TRAVAIL
                       PERFORM CALCULE-PHONEME
                       THRU CALCULE-PHONEME-FIN
                       MOVE WS-PHONEME TO WS-DBL-CLE(WS-NB-DOUBLONS)
                       MOVE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(PRENOM-CLIENT))
                       TO WS-DBL-CRITERE(WS-NB-DOUBLONS)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CLIENT.
           PERFORM COMPTE-DOUBLONS THRU COMPTE-DOUBLONS-FIN.

       MESURE-CLIENTS-ENREGISTRE.
           MOVE "CLIENTS" TO WS-NOUV-MAGASIN.
           MOVE WS-MESURE-CLIENTS TO WS-NOUV-MESURE.
           MOVE WS-NB-CLIENTS TO WS-NOUV-BASE.
           MOVE "NOM-ABSENT" TO WS-NOUV-CODE.
           MOVE "nom ou prenom manquant" TO WS-NOUV-LIBELLE.
           MOVE WS-CLI-NOM-ABSENT TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
           MOVE "DOUBLONS" TO WS-NOUV-CODE.
           MOVE "doublons suspects" TO WS-NOUV-LIBELLE.
           MOVE WS-NB-MARQUES TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
       MESURE-CLIENTS-FIN.
           EXIT.

      *les comptes utilisateurs : email et téléphone manquants, les
      *trois contrôles de la validation (validate, validate-id,
      *validate-phone) et les emails en double
       MESURE-USERS.
           MOVE 0 TO WS-NB-DOUBLONS.
           MOVE 0 TO WS-NB-MARQUES.
           OPEN INPUT USERS.
           IF NOT WS-USERS-STATUS-OK
              DISPLAY "users.dat absent, non mesure"
              GO TO MESURE-USERS-ENREGISTRE
           END-IF.
           MOVE "O" TO WS-MESURE-USERS.
           PERFORM UNTIL WS-FIN-USERS EQUAL "F"
              READ USERS
                 AT END
                    MOVE "F" TO WS-FIN-USERS
                 NOT AT END
                    PERFORM CONTROLE-USER THRU CONTROLE-USER-FIN
              END-READ
           END-PERFORM.
           CLOSE USERS.
           PERFORM COMPTE-DOUBLONS THRU COMPTE-DOUBLONS-FIN.

       MESURE-USERS-ENREGISTRE.
           MOVE "USERS" TO WS-NOUV-MAGASIN.
           MOVE WS-MESURE-USERS TO WS-NOUV-MESURE.
           MOVE WS-NB-USERS TO WS-NOUV-BASE.
           MOVE "EMAIL-ABSENT" TO WS-NOUV-CODE.
           MOVE "email manquant" TO WS-NOUV-LIBELLE.
           MOVE WS-USR-EMAIL-ABSENT TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
           MOVE "TEL-ABSENT" TO WS-NOUV-CODE.
           MOVE "telephone manquant" TO WS-NOUV-LIBELLE.
           MOVE WS-USR-TEL-ABSENT TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
           MOVE "EMAIL-INVAL" TO WS-NOUV-CODE.
           MOVE "email invalide" TO WS-NOUV-LIBELLE.
           MOVE WS-USR-EMAIL-INVALIDE TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
           MOVE "ID-INVALIDE" TO WS-NOUV-CODE.
           MOVE "id invalide" TO WS-NOUV-LIBELLE.
           MOVE WS-USR-ID-INVALIDE TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
           MOVE "TEL-INVALIDE" TO WS-NOUV-CODE.
           MOVE "telephone invalide" TO WS-NOUV-LIBELLE.
           MOVE WS-USR-TEL-INVALIDE TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
           MOVE "DOUBLONS" TO WS-NOUV-CODE.
           MOVE "emails en double" TO WS-NOUV-LIBELLE.
           MOVE WS-NB-MARQUES TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
       MESURE-USERS-FIN.
           EXIT.

       CONTROLE-USER.
           ADD 1 TO WS-NB-USERS.

           IF EMAIL EQUAL SPACES
              ADD 1 TO WS-USR-EMAIL-ABSENT
           ELSE
              CALL "validate" USING EMAIL
              WS-REGLES-VALIDATION WS-RETURN-CODE
              IF WS-RETURN-CODE NOT EQUAL 0
                 ADD 1 TO WS-USR-EMAIL-INVALIDE
              END-IF
              IF WS-NB-DOUBLONS LESS THAN 9999
                 ADD 1 TO WS-NB-DOUBLONS
                 MOVE SPACES TO WS-DBL-CLE(WS-NB-DOUBLONS)
                 MOVE FUNCTION LOWER-CASE(FUNCTION TRIM(EMAIL))
                 TO WS-DBL-CRITERE(WS-NB-DOUBLONS)
              END-IF
           END-IF.

           CALL "validate-id" USING ID-USER
           WS-REGLES-VALIDATION WS-RETURN-CODE.
           IF WS-RETURN-CODE NOT EQUAL 0
              ADD 1 TO WS-USR-ID-INVALIDE
           END-IF.

           IF PHONE EQUAL SPACES
              ADD 1 TO WS-USR-TEL-ABSENT
           ELSE
              CALL "validate-phone" USING PHONE
              WS-REGLES-VALIDATION WS-RETURN-CODE
              IF WS-RETURN-CODE NOT EQUAL 0
                 ADD 1 TO WS-USR-TEL-INVALIDE
              END-IF
           END-IF.
       CONTROLE-USER-FIN.
           EXIT.

      *le portefeuille des contrats : nom du client laissé vide et
      *contrats non rattachés à un individu par referentiel
       MESURE-CONTRATS.
           OPEN INPUT ASSURANCE-SORTIE.
           IF NOT WS-FS-SORTIE-OK
              DISPLAY "rapport-assurance.dat absent, non mesure"
              GO TO MESURE-CONTRATS-LIENS
           END-IF.
           MOVE "O" TO WS-MESURE-CONTRATS.
           PERFORM UNTIL WS-FIN-SORTIE EQUAL "F"
              READ ASSURANCE-SORTIE
                 AT END
                    MOVE "F" TO WS-FIN-SORTIE
                 NOT AT END
                    ADD 1 TO WS-NB-CONTRATS
                    IF NOM-CLIENT-SORTIE EQUAL SPACES
                       ADD 1 TO WS-CTR-NOM-ABSENT
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE ASSURANCE-SORTIE.

       MESURE-CONTRATS-LIENS.
           OPEN INPUT CONTRATS-NON-APPARIES.
           IF WS-CONTRATS-NA-STATUS-OK
              MOVE "O" TO WS-MESURE-CONTRATS-NA
              PERFORM UNTIL WS-FIN-CONTRATS-NA EQUAL "F"
                 READ CONTRATS-NON-APPARIES
                    AT END
                       MOVE "F" TO WS-FIN-CONTRATS-NA
                    NOT AT END
                       IF LIGNE-CONTRAT-NA(1:13) EQUAL "SANS CANDIDAT"
                       OR LIGNE-CONTRAT-NA(1:6) EQUAL "AMBIGU"
                          ADD 1 TO WS-CTR-NON-LIES
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CONTRATS-NON-APPARIES
           END-IF.

           MOVE "CONTRATS" TO WS-NOUV-MAGASIN.
           MOVE WS-MESURE-CONTRATS TO WS-NOUV-MESURE.
           MOVE WS-NB-CONTRATS TO WS-NOUV-BASE.
           MOVE "NOM-ABSENT" TO WS-NOUV-CODE.
           MOVE "nom du client manquant" TO WS-NOUV-LIBELLE.
           MOVE WS-CTR-NOM-ABSENT TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
           IF WS-MESURE-CONTRATS-NA NOT EQUAL "O"
              MOVE "N" TO WS-NOUV-MESURE
           END-IF.
           MOVE "NON-LIES" TO WS-NOUV-CODE.
           MOVE "contrats non rattaches" TO WS-NOUV-LIBELLE.
           MOVE WS-CTR-NON-LIES TO WS-NOUV-ANOMALIES.
           PERFORM AJOUTE-INDICATEUR THRU AJOUTE-INDICATEUR-FIN.
       MESURE-CONTRATS-FIN.
           EXIT.

      *on marque toutes les lignes qui forment une paire suspecte
      *avec une autre et on compte les lignes marquées ; une clé
      *phonétique à blanc ne compare que le critère
       COMPTE-DOUBLONS.
           MOVE 0 TO WS-NB-MARQUES.
           PERFORM VARYING WS-INDEX1 FROM 1 BY 1
           UNTIL WS-INDEX1 GREATER THAN WS-NB-DOUBLONS
              MOVE "N" TO WS-DBL-MARQUE(WS-INDEX1)
           END-PERFORM.
           PERFORM VARYING WS-INDEX1 FROM 1 BY 1
           UNTIL WS-INDEX1 GREATER THAN WS-NB-DOUBLONS
              PERFORM VARYING WS-INDEX2 FROM 1 BY 1
              UNTIL WS-INDEX2 GREATER THAN WS-NB-DOUBLONS
                 IF WS-INDEX2 GREATER THAN WS-INDEX1
                 AND WS-DBL-CLE(WS-INDEX1) EQUAL
                 WS-DBL-CLE(WS-INDEX2)
                 AND WS-DBL-CRITERE(WS-INDEX1) EQUAL
                 WS-DBL-CRITERE(WS-INDEX2)
                    MOVE "O" TO WS-DBL-MARQUE(WS-INDEX1)
                    MOVE "O" TO WS-DBL-MARQUE(WS-INDEX2)
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-INDEX1 FROM 1 BY 1
           UNTIL WS-INDEX1 GREATER THAN WS-NB-DOUBLONS
              IF WS-DBL-MARQUE(WS-INDEX1) EQUAL "O"
                 ADD 1 TO WS-NB-MARQUES
              END-IF
           END-PERFORM.
       COMPTE-DOUBLONS-FIN.
           EXIT.

      *on range l'indicateur préparé dans WS-NOUV-... et on calcule
      *son taux d'anomalies en pourcent de la population contrôlée
       AJOUTE-INDICATEUR.
           ADD 1 TO WS-NB-INDICATEURS.
           MOVE WS-NOUV-MAGASIN TO WS-IND-MAGASIN(WS-NB-INDICATEURS).
           MOVE WS-NOUV-CODE TO WS-IND-CODE(WS-NB-INDICATEURS).
           MOVE WS-NOUV-LIBELLE TO WS-IND-LIBELLE(WS-NB-INDICATEURS).
           MOVE WS-NOUV-MESURE TO WS-IND-MESURE(WS-NB-INDICATEURS).
           MOVE WS-NOUV-ANOMALIES
           TO WS-IND-ANOMALIES(WS-NB-INDICATEURS).
           MOVE WS-NOUV-BASE TO WS-IND-BASE(WS-NB-INDICATEURS).
           MOVE "N" TO WS-IND-A-CIBLE(WS-NB-INDICATEURS).
           MOVE 0 TO WS-IND-CIBLE(WS-NB-INDICATEURS).
           MOVE 0 TO WS-IND-NB-HISTO(WS-NB-INDICATEURS).
           IF WS-NOUV-BASE EQUAL 0
              MOVE 0 TO WS-IND-TAUX(WS-NB-INDICATEURS)
           ELSE
              COMPUTE WS-IND-TAUX(WS-NB-INDICATEURS) ROUNDED =
              WS-NOUV-ANOMALIES * 100 / WS-NOUV-BASE
           END-IF.
       AJOUTE-INDICATEUR-FIN.
           EXIT.

      *les cibles lues sont posées sur les indicateurs du run ; un
      *indicateur sans ligne dans le fichier reste "sans cible"
       CHARGE-CIBLES.
           OPEN INPUT CIBLES.
           IF NOT WS-CIBLES-STATUS-OK
              DISPLAY "qualite-cibles.txt absent, aucune cible"
              GO TO CHARGE-CIBLES-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-CIBLES EQUAL "F"
              READ CIBLES
                 AT END
                    MOVE "F" TO WS-FIN-CIBLES
                 NOT AT END
                    PERFORM VARYING WS-INDEX-IND FROM 1 BY 1
                    UNTIL WS-INDEX-IND GREATER THAN WS-NB-INDICATEURS
                       IF WS-IND-MAGASIN(WS-INDEX-IND)
                       EQUAL MAGASIN-CIBLE
                       AND WS-IND-CODE(WS-INDEX-IND) EQUAL CODE-CIBLE
                       AND TAUX-CIBLE IS NUMERIC
                          MOVE "O" TO WS-IND-A-CIBLE(WS-INDEX-IND)
                          MOVE TAUX-CIBLE
                          TO WS-IND-CIBLE(WS-INDEX-IND)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
           CLOSE CIBLES.
       CHARGE-CIBLES-FIN.
           EXIT.

      *on recharge l'historique sans les mesures du jour (un run
      *relancé remplace les siennes) et on retient, pour chaque
      *indicateur, ses trois mesures les plus récentes
       CHARGE-HISTORIQUE.
           OPEN INPUT HISTORIQUE.
           IF NOT WS-HISTORIQUE-STATUS-OK
              GO TO CHARGE-HISTORIQUE-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-HISTORIQUE EQUAL "F"
              READ HISTORIQUE
                 AT END
                    MOVE "F" TO WS-FIN-HISTORIQUE
                 NOT AT END
                    IF DATE-HISTO NOT EQUAL WS-DATE-JOUR
                    AND WS-NB-HISTORIQUES LESS THAN 99999
                       ADD 1 TO WS-NB-HISTORIQUES
                       MOVE DATE-HISTO
                       TO WS-HIS-DATE(WS-NB-HISTORIQUES)
                       MOVE MAGASIN-HISTO
                       TO WS-HIS-MAGASIN(WS-NB-HISTORIQUES)
                       MOVE CODE-HISTO
                       TO WS-HIS-CODE(WS-NB-HISTORIQUES)
                       MOVE ANOMALIES-HISTO
                       TO WS-HIS-ANOMALIES(WS-NB-HISTORIQUES)
                       MOVE BASE-HISTO
                       TO WS-HIS-BASE(WS-NB-HISTORIQUES)
                       MOVE TAUX-HISTO
                       TO WS-HIS-TAUX(WS-NB-HISTORIQUES)
                       PERFORM RETIENT-HISTO THRU RETIENT-HISTO-FIN
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE HISTORIQUE.
       CHARGE-HISTORIQUE-FIN.
           EXIT.

      *l'historique étant chronologique, chaque mesure lue décale
      *les précédentes de l'indicateur : S-1 devient S-2, etc.
       RETIENT-HISTO.
           PERFORM VARYING WS-INDEX-IND FROM 1 BY 1
           UNTIL WS-INDEX-IND GREATER THAN WS-NB-INDICATEURS
              IF WS-IND-MAGASIN(WS-INDEX-IND) EQUAL MAGASIN-HISTO
              AND WS-IND-CODE(WS-INDEX-IND) EQUAL CODE-HISTO
                 MOVE WS-IND-HISTO(WS-INDEX-IND, 2)
                 TO WS-IND-HISTO(WS-INDEX-IND, 3)
                 MOVE WS-IND-HISTO(WS-INDEX-IND, 1)
                 TO WS-IND-HISTO(WS-INDEX-IND, 2)
                 MOVE TAUX-HISTO TO WS-IND-HISTO(WS-INDEX-IND, 1)
                 IF WS-IND-NB-HISTO(WS-INDEX-IND) LESS THAN 3
                    ADD 1 TO WS-IND-NB-HISTO(WS-INDEX-IND)
                 END-IF
              END-IF
           END-PERFORM.
       RETIENT-HISTO-FIN.
           EXIT.

      *l'historique réécrit : les semaines passées puis les mesures
      *du jour, les indicateurs non mesurés n'y entrant pas
       ECRIT-HISTORIQUE.
           OPEN OUTPUT HISTORIQUE-NOUVEAU.
           PERFORM VARYING WS-INDEX-HIS FROM 1 BY 1
           UNTIL WS-INDEX-HIS GREATER THAN WS-NB-HISTORIQUES
              MOVE SPACES TO LIGNE-HISTORIQUE-NOUVEAU
              MOVE WS-HIS-DATE(WS-INDEX-HIS) TO DATE-HISTO-N
              MOVE WS-HIS-MAGASIN(WS-INDEX-HIS) TO MAGASIN-HISTO-N
              MOVE WS-HIS-CODE(WS-INDEX-HIS) TO CODE-HISTO-N
              MOVE WS-HIS-ANOMALIES(WS-INDEX-HIS)
              TO ANOMALIES-HISTO-N
              MOVE WS-HIS-BASE(WS-INDEX-HIS) TO BASE-HISTO-N
              MOVE WS-HIS-TAUX(WS-INDEX-HIS) TO TAUX-HISTO-N
              WRITE LIGNE-HISTORIQUE-NOUVEAU
           END-PERFORM.
           PERFORM VARYING WS-INDEX-IND FROM 1 BY 1
           UNTIL WS-INDEX-IND GREATER THAN WS-NB-INDICATEURS
              IF WS-IND-MESURE(WS-INDEX-IND) EQUAL "O"
                 MOVE SPACES TO LIGNE-HISTORIQUE-NOUVEAU
                 MOVE WS-DATE-JOUR TO DATE-HISTO-N
                 MOVE WS-IND-MAGASIN(WS-INDEX-IND) TO MAGASIN-HISTO-N
                 MOVE WS-IND-CODE(WS-INDEX-IND) TO CODE-HISTO-N
                 MOVE WS-IND-ANOMALIES(WS-INDEX-IND)
                 TO ANOMALIES-HISTO-N
                 MOVE WS-IND-BASE(WS-INDEX-IND) TO BASE-HISTO-N
                 MOVE WS-IND-TAUX(WS-INDEX-IND) TO TAUX-HISTO-N
                 WRITE LIGNE-HISTORIQUE-NOUVEAU
              END-IF
           END-PERFORM.
           CLOSE HISTORIQUE-NOUVEAU.
       ECRIT-HISTORIQUE-FIN.
           EXIT.

      *le tableau de bord : une ligne par indicateur avec ses
      *anomalies, son taux, les trois semaines précédentes, la
      *tendance par rapport à S-1 et le verdict contre la cible
       ECRIT-RAPPORT.
           OPEN OUTPUT RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "TABLEAU DE BORD QUALITE DES DONNEES PERSONNES - "
           "RUN DU " WS-DATE-JOUR
           INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "referentiel indicateur    anom./  base  taux%"
           "    S-1    S-2    S-3  tendance   cible  verdict"
           INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

           PERFORM VARYING WS-INDEX-IND FROM 1 BY 1
           UNTIL WS-INDEX-IND GREATER THAN WS-NB-INDICATEURS
              PERFORM ECRIT-LIGNE-INDICATEUR
              THRU ECRIT-LIGNE-INDICATEUR-FIN
           END-PERFORM.

           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "--- " WS-NB-INDICATEURS " indicateur(s), "
           WS-NB-HORS-CIBLE " hors cible ---"
           INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT.
       ECRIT-RAPPORT-FIN.
           EXIT.

       ECRIT-LIGNE-INDICATEUR.
           MOVE SPACES TO LIGNE-RAPPORT.
           IF WS-IND-MESURE(WS-INDEX-IND) NOT EQUAL "O"
              STRING WS-IND-MAGASIN(WS-INDEX-IND) "  "
              WS-IND-CODE(WS-INDEX-IND) " non mesure ("
              FUNCTION TRIM(WS-IND-LIBELLE(WS-INDEX-IND)) ")"
              INTO LIGNE-RAPPORT
              WRITE LIGNE-RAPPORT
              GO TO ECRIT-LIGNE-INDICATEUR-FIN
           END-IF.

           PERFORM VARYING WS-INDEX-HISTO FROM 1 BY 1
           UNTIL WS-INDEX-HISTO GREATER THAN 3
              IF WS-INDEX-HISTO GREATER THAN
              WS-IND-NB-HISTO(WS-INDEX-IND)
                 MOVE "      -" TO WS-COL-HISTO(WS-INDEX-HISTO)
              ELSE
                 MOVE WS-IND-HISTO(WS-INDEX-IND, WS-INDEX-HISTO)
                 TO WS-EDIT-TAUX
                 MOVE SPACES TO WS-COL-HISTO(WS-INDEX-HISTO)
                 MOVE WS-EDIT-TAUX
                 TO WS-COL-HISTO(WS-INDEX-HISTO)(3:5)
              END-IF
           END-PERFORM.

      *un taux d'anomalies qui baisse est une amélioration
           EVALUATE TRUE
              WHEN WS-IND-NB-HISTO(WS-INDEX-IND) EQUAL 0
                 MOVE "nouveau" TO WS-TENDANCE
              WHEN WS-IND-TAUX(WS-INDEX-IND) LESS THAN
              WS-IND-HISTO(WS-INDEX-IND, 1)
                 MOVE "mieux" TO WS-TENDANCE
              WHEN WS-IND-TAUX(WS-INDEX-IND) GREATER THAN
              WS-IND-HISTO(WS-INDEX-IND, 1)
                 MOVE "pire" TO WS-TENDANCE
              WHEN OTHER
                 MOVE "stable" TO WS-TENDANCE
           END-EVALUATE.

           IF WS-IND-A-CIBLE(WS-INDEX-IND) EQUAL "O"
              MOVE WS-IND-CIBLE(WS-INDEX-IND) TO WS-EDIT-CIBLE
              MOVE SPACES TO WS-COL-CIBLE
              MOVE WS-EDIT-CIBLE TO WS-COL-CIBLE(3:5)
              IF WS-IND-TAUX(WS-INDEX-IND) GREATER THAN
              WS-IND-CIBLE(WS-INDEX-IND)
                 MOVE "HORS CIBLE" TO WS-VERDICT
                 ADD 1 TO WS-NB-HORS-CIBLE
              ELSE
                 MOVE "ok" TO WS-VERDICT
              END-IF
           ELSE
              MOVE "      -" TO WS-COL-CIBLE
              MOVE "sans cible" TO WS-VERDICT
           END-IF.

           MOVE WS-IND-ANOMALIES(WS-INDEX-IND) TO WS-EDIT-ANOMALIES.
           MOVE WS-IND-BASE(WS-INDEX-IND) TO WS-EDIT-BASE.
           MOVE WS-IND-TAUX(WS-INDEX-IND) TO WS-EDIT-TAUX.
           STRING WS-IND-MAGASIN(WS-INDEX-IND) "  "
           WS-IND-CODE(WS-INDEX-IND) " "
           WS-EDIT-ANOMALIES "/" WS-EDIT-BASE "  " WS-EDIT-TAUX
           WS-COL-HISTO(1) WS-COL-HISTO(2) WS-COL-HISTO(3) "  "
           WS-TENDANCE "  " WS-COL-CIBLE "  " WS-VERDICT
           INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
       ECRIT-LIGNE-INDICATEUR-FIN.
           EXIT.

       COPY "../../copybooks/phoneme-calcul.copy".
