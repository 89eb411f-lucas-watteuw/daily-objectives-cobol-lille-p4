       IDENTIFICATION DIVISION.
       PROGRAM-ID. comptes.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les demandes de compte : qui demande, pour qui, avec quels
      *programmes, qui valide, et la suite donnée ; relues puis
      *réécrites à chaque run, jamais purgées
           SELECT DEMANDES ASSIGN TO "demandes-comptes.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-DEMANDES-STATUS.

           SELECT DEMANDES-NOUVEAU ASSIGN TO "demandes-comptes.dat"
              ORGANIZATION IS LINE SEQUENTIAL.

      *la table des habilitations lue par les écrans de maintenance
      *(session-controle) : le compte créé y reçoit ses droits
           SELECT HABILITATIONS ASSIGN TO "habilitations.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-HABILITATIONS-STATUS.

      *le responsable de chaque opérateur, celui qui certifiera ses
      *droits aux campagnes de recertif
           SELECT RESPONSABLES ASSIGN TO "operateurs-responsables.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-RESPONSABLES-STATUS.

      *le magasin des jetons de resetadmin : le mot de passe initial
      *passe par un jeton à usage unique, présenté à resetmdp
           SELECT JETONS ASSIGN TO "jetons-reset.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-JETONS-STATUS.

      *la trace des connexions, où resetadmin note ses jetons
           SELECT AUDIT-CONNEXIONS ASSIGN TO "audit-connexions.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-STATUS.

      *la trace de chaque changement apporté aux habilitations
           SELECT AUDIT-HABILITATIONS
           ASSIGN TO "audit-habilitations.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-AUDIT-HAB-STATUS.

      *le compte rendu mensuel du cycle de vie des demandes
           SELECT RAPPORT ASSIGN TO "rapport-demandes-comptes.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *une demande : son numéro, son statut (A en attente, V validée,
      *R refusée, X expirée), la date, le demandeur, l'id et le nom
      *du compte voulu, le responsable qui doit valider, jusqu'à
      *cinq programmes avec leur droit, puis la décision : sa date,
      *qui l'a prise et la raison
       FD DEMANDES.
       01 LIGNE-DEMANDE.
           05 NUM-DEM PIC 9(6).
           05 FILLER PIC X.
           05 STATUT-DEM PIC X.
           05 FILLER PIC X.
           05 DATE-DEM PIC 9(8).
           05 FILLER PIC X.
           05 DEMANDEUR-DEM PIC X(10).
           05 FILLER PIC X.
           05 ID-DEM PIC X(10).
           05 FILLER PIC X.
           05 NOM-DEM PIC X(50).
           05 FILLER PIC X.
           05 RESPONSABLE-DEM PIC X(10).
           05 FILLER PIC X.
           05 DROITS-DEM OCCURS 5 TIMES.
              10 PROGRAMME-DEM PIC X(12).
              10 FILLER PIC X.
              10 DROIT-DEM PIC X.
              10 FILLER PIC X.
           05 DATE-DECISION-DEM PIC 9(8).
           05 FILLER PIC X.
           05 DECIDEUR-DEM PIC X(10).
           05 FILLER PIC X.
           05 RAISON-DEM PIC X(50).

       FD DEMANDES-NOUVEAU.
       01 LIGNE-DEMANDE-NOUVEAU PIC X(247).

       FD HABILITATIONS.
       01 LIGNE-HABILITATION.
           05 ID-HABILITATION PIC X(10).
           05 FILLER PIC X.
           05 PROGRAMME-HABILITATION PIC X(12).
           05 FILLER PIC X.
           05 DROIT-HABILITATION PIC X.

       FD RESPONSABLES.
       01 LIGNE-RESPONSABLE.
           05 ID-OPERATEUR-RESP PIC X(10).
           05 FILLER PIC X.
           05 ID-RESPONSABLE PIC X(10).

       FD JETONS.
       01 LIGNE-JETON.
           05 ID-JETON      PIC X(10).
           05 FILLER        PIC X.
           05 HASH-JETON    PIC X(10).
           05 FILLER        PIC X.
           05 DATE-JETON    PIC 9(8).
           05 FILLER        PIC X.
           05 HEURE-JETON   PIC 9(8).
           05 FILLER        PIC X.
           05 UTILISE-JETON PIC X.

       FD AUDIT-CONNEXIONS.
       01 LIGNE-AUDIT-CONNEXION PIC X(120).

       FD AUDIT-HABILITATIONS.
       01 LIGNE-AUDIT-HABILITATION PIC X(160).

       FD RAPPORT.
       01 LIGNE-RAPPORT PIC X(160).

       WORKING-STORAGE SECTION.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
      *pour se connecter à la database
       01  USERNAME       PIC X(30) VALUE "postgres".
       01  PASSWD         PIC X(30) VALUE "mdp".
       01  DBNAME         PIC X(10) VALUE "exobibli".
      *les éléments mis dans la table USERS, comme insert
       01 WS-ID-UTILISATEUR           PIC X(10).
       01 WS-NOM-UTILISATEUR          PIC X(50).
       01 WS-MOT-DE-PASSE-HASH-X      PIC X(10).
       01 WS-DATE-MDP                 PIC X(8).
       01 WS-NB-EXISTANTS PIC S9(9) COMP-5 VALUE 0.
       EXEC SQL END DECLARE SECTION END-EXEC.
       EXEC SQL INCLUDE SQLCA END-EXEC.

      *statuts des fichiers
       01 WS-DEMANDES-STATUS PIC X(2) VALUE SPACES.
           88 WS-DEMANDES-STATUS-OK VALUE "00".
       01 WS-HABILITATIONS-STATUS PIC X(2) VALUE SPACES.
           88 WS-HABILITATIONS-STATUS-OK VALUE "00".
       01 WS-RESPONSABLES-STATUS PIC X(2) VALUE SPACES.
           88 WS-RESPONSABLES-STATUS-OK VALUE "00".
       01 WS-JETONS-STATUS PIC X(2) VALUE SPACES.
           88 WS-JETONS-STATUS-OK VALUE "00".
       01 WS-AUDIT-STATUS PIC X(2) VALUE SPACES.
           88 WS-AUDIT-STATUS-OK VALUE "00".
       01 WS-AUDIT-HAB-STATUS PIC X(2) VALUE SPACES.
           88 WS-AUDIT-HAB-STATUS-OK VALUE "00".

      *condition pour arrêter de lire les demandes
       01 WS-FIN-DEMANDES PIC X VALUE "C".

      *le mode du run : saisie d'une demande, validation par le
      *responsable, expiration de nuit ou rapport du mois
       01 WS-MODE PIC X VALUE SPACE.
           88 WS-MODE-DEMANDE VALUE "D" "d".
           88 WS-MODE-VALIDATION VALUE "V" "v".
           88 WS-MODE-EXPIRATION VALUE "E" "e".
           88 WS-MODE-MENSUEL VALUE "M" "m".

      *les demandes chargées, rangées comme dans le fichier
       01 WS-NB-DEMANDES PIC 9(4) VALUE 0.
       01 WS-DEMANDE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-DEMANDES.
           05 WS-DEM-NUM PIC 9(6).
           05 FILLER PIC X.
           05 WS-DEM-STATUT PIC X.
           05 FILLER PIC X.
           05 WS-DEM-DATE PIC 9(8).
           05 FILLER PIC X.
           05 WS-DEM-DEMANDEUR PIC X(10).
           05 FILLER PIC X.
           05 WS-DEM-ID PIC X(10).
           05 FILLER PIC X.
           05 WS-DEM-NOM PIC X(50).
           05 FILLER PIC X.
           05 WS-DEM-RESPONSABLE PIC X(10).
           05 FILLER PIC X.
           05 WS-DEM-DROITS OCCURS 5 TIMES.
              10 WS-DEM-PROGRAMME PIC X(12).
              10 FILLER PIC X.
              10 WS-DEM-DROIT PIC X.
              10 FILLER PIC X.
           05 WS-DEM-DATE-DECISION PIC 9(8).
           05 FILLER PIC X.
           05 WS-DEM-DECIDEUR PIC X(10).
           05 FILLER PIC X.
           05 WS-DEM-RAISON PIC X(50).
       01 WS-INDEX-DEMANDE PIC 9(4).
       01 WS-INDEX-DROIT PIC 9.
       01 WS-DERNIER-NUM PIC 9(6) VALUE 0.

      *la saisie d'une demande
       01 WS-SAISIE-DEMANDEUR PIC X(10).
       01 WS-SAISIE-RESPONSABLE PIC X(10).
       01 WS-SAISIE-PROGRAMME PIC X(12).
       01 WS-SAISIE-DROIT PIC X.
       01 WS-NB-DROITS-SAISIS PIC 9.
       01 WS-SAISIE-FINIE PIC X.
       01 WS-DEJA-DEMANDE PIC X.

      *la validation : le responsable connecté et sa réponse
       01 WS-VALIDEUR PIC X(10).
       01 WS-REPONSE PIC X.
       01 WS-RAISON-SAISIE PIC X(50).
       01 WS-NB-PRESENTEES PIC 9(4) VALUE 0.
       01 WS-NB-VALIDEES PIC 9(4) VALUE 0.
       01 WS-NB-REFUSEES PIC 9(4) VALUE 0.

      *l'expiration : le délai laissé au responsable, en jours
       01 WS-DELAI-JOURS PIC 9(3) VALUE 0.
       01 WS-AGE-JOURS PIC S9(6).
       01 WS-DELAI-EDIT PIC ZZ9.
       01 WS-NB-EXPIREES PIC 9(4) VALUE 0.

      *le jeton du mot de passe initial, fabriqué comme celui de
      *resetadmin et haché comme les mots de passe
       01 WS-JETON-CLAIR PIC 9(8).
       01 WS-JETON-CLAIR-X PIC X(8).
       01 WS-MOT-DE-PASSE-UTILISATEUR PIC X(50).
       01 WS-MOT-DE-PASSE-HASH   PIC 9(10) VALUE 0.
       01 WS-INDEX-HASH          PIC 99 VALUE 1.
       01 WS-LONGUEUR-MDP        PIC 99 VALUE 0.
       01 WS-CODE-CARACTERE      PIC 999 VALUE 0.
       01 WS-GRAINE PIC 9(10).
       01 WS-SOMME-ID PIC 9(6).
       01 WS-INDEX-ID PIC 99.

      *la date et l'heure du run
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-DATE-JOUR-DECOUPE REDEFINES WS-DATE-JOUR.
           05 WS-ANNEE-JOUR PIC 9(4).
           05 WS-MOIS-JOUR PIC 9(2).
           05 WS-JJ-JOUR PIC 9(2).
       01 WS-HEURE-JOUR PIC 9(8).

      *le rapport mensuel : le mois demandé (aaaamm), à blanc pour
      *le mois précédent, et ses compteurs
       01 WS-MOIS-SAISI PIC X(6).
       01 WS-MOIS PIC 9(6).
       01 WS-MOIS-DECOUPE REDEFINES WS-MOIS.
           05 WS-ANNEE-MOIS PIC 9(4).
           05 WS-MM-MOIS PIC 9(2).
       01 WS-FIN-MOIS PIC 9(8).
       01 WS-NB-RECUES PIC 9(4) VALUE 0.
       01 WS-NB-EN-ATTENTE PIC 9(4) VALUE 0.
       01 WS-NB-DECIDEES PIC 9(4) VALUE 0.
       01 WS-CUMUL-DELAIS PIC 9(8) VALUE 0.
       01 WS-DELAI-MOYEN PIC 9(4)V9.
       01 WS-DELAI-MOYEN-EDIT PIC ZZZ9.9.
       01 WS-LIBELLE-STATUT PIC X(10).
       01 WS-POSITION-RAPPORT PIC 9(3).
       01 WS-DANS-LE-MOIS PIC X.
       01 WS-ACTION-AUDIT PIC X(16).

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           ACCEPT WS-HEURE-JOUR FROM TIME.

           DISPLAY "demande, validation, expiration ou rapport du "
           "mois? (D/V/E/M)".
           ACCEPT WS-MODE.

           PERFORM CHARGE-DEMANDES THRU CHARGE-DEMANDES-FIN.

           EVALUATE TRUE
              WHEN WS-MODE-DEMANDE
                 PERFORM SAISIE-DEMANDE THRU SAISIE-DEMANDE-FIN
              WHEN WS-MODE-VALIDATION
                 PERFORM VALIDATION THRU VALIDATION-FIN
              WHEN WS-MODE-EXPIRATION
                 PERFORM EXPIRATION THRU EXPIRATION-FIN
              WHEN WS-MODE-MENSUEL
                 PERFORM RAPPORT-MENSUEL THRU RAPPORT-MENSUEL-FIN
              WHEN OTHER
                 DISPLAY "mode inconnu"
                 STOP RUN
           END-EVALUATE.

           STOP RUN.

       CHARGE-DEMANDES.
           OPEN INPUT DEMANDES.
           IF NOT WS-DEMANDES-STATUS-OK
              GO TO CHARGE-DEMANDES-FIN
           END-IF.
           PERFORM UNTIL WS-FIN-DEMANDES EQUAL "F"
              READ DEMANDES
                 AT END
                    MOVE "F" TO WS-FIN-DEMANDES
                 NOT AT END
                    ADD 1 TO WS-NB-DEMANDES
                    MOVE LIGNE-DEMANDE TO WS-DEMANDE(WS-NB-DEMANDES)
                    IF NUM-DEM GREATER THAN WS-DERNIER-NUM
                       MOVE NUM-DEM TO WS-DERNIER-NUM
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE DEMANDES.
       CHARGE-DEMANDES-FIN.
           EXIT.

      *le fichier des demandes est réécrit en entier avec les
      *statuts du run
       REECRIT-DEMANDES.
           OPEN OUTPUT DEMANDES-NOUVEAU.
           PERFORM VARYING WS-INDEX-DEMANDE FROM 1 BY 1
           UNTIL WS-INDEX-DEMANDE GREATER THAN WS-NB-DEMANDES
              MOVE WS-DEMANDE(WS-INDEX-DEMANDE)
              TO LIGNE-DEMANDE-NOUVEAU
              WRITE LIGNE-DEMANDE-NOUVEAU
           END-PERFORM.
           CLOSE DEMANDES-NOUVEAU.
       REECRIT-DEMANDES-FIN.
           EXIT.

      *la demande d'un compte : le demandeur ne peut pas être le
      *responsable qui la validera, et un même id ne peut avoir
      *qu'une demande en attente ou validée
       SAISIE-DEMANDE.
           DISPLAY "quel est votre id de demandeur? (10 chiffres)".
           ACCEPT WS-SAISIE-DEMANDEUR.
           DISPLAY "quel id faut-il creer? (10 chiffres)".
           ACCEPT WS-ID-UTILISATEUR.
           DISPLAY "quel est le nom de la personne? (50 lettres "
           "maximum)".
           ACCEPT WS-NOM-UTILISATEUR.
           DISPLAY "quel est l'id de son responsable, qui validera?".
           ACCEPT WS-SAISIE-RESPONSABLE.

           IF WS-SAISIE-DEMANDEUR EQUAL SPACES
           OR WS-ID-UTILISATEUR EQUAL SPACES
           OR WS-NOM-UTILISATEUR EQUAL SPACES
           OR WS-SAISIE-RESPONSABLE EQUAL SPACES
              DISPLAY "demandeur, id, nom et responsable sont "
              "obligatoires, demande annulee"
              GO TO SAISIE-DEMANDE-FIN
           END-IF.
           IF WS-SAISIE-DEMANDEUR EQUAL WS-SAISIE-RESPONSABLE
              DISPLAY "le demandeur ne peut pas valider sa propre "
              "demande, demande annulee"
              GO TO SAISIE-DEMANDE-FIN
           END-IF.
           MOVE "N" TO WS-DEJA-DEMANDE.
           PERFORM VARYING WS-INDEX-DEMANDE FROM 1 BY 1
           UNTIL WS-INDEX-DEMANDE GREATER THAN WS-NB-DEMANDES
              IF WS-DEM-ID(WS-INDEX-DEMANDE) EQUAL WS-ID-UTILISATEUR
              AND (WS-DEM-STATUT(WS-INDEX-DEMANDE) EQUAL "A"
              OR WS-DEM-STATUT(WS-INDEX-DEMANDE) EQUAL "V")
                 MOVE "O" TO WS-DEJA-DEMANDE
              END-IF
           END-PERFORM.
           IF WS-DEJA-DEMANDE EQUAL "O"
              DISPLAY "une demande pour cet id est deja en attente "
              "ou validee, demande annulee"
              GO TO SAISIE-DEMANDE-FIN
           END-IF.
           IF WS-NB-DEMANDES EQUAL 9999
              DISPLAY "fichier des demandes plein, demande annulee"
              GO TO SAISIE-DEMANDE-FIN
           END-IF.

           ADD 1 TO WS-NB-DEMANDES.
           ADD 1 TO WS-DERNIER-NUM.
           MOVE SPACES TO WS-DEMANDE(WS-NB-DEMANDES).
           MOVE WS-DERNIER-NUM TO WS-DEM-NUM(WS-NB-DEMANDES).
           MOVE "A" TO WS-DEM-STATUT(WS-NB-DEMANDES).
           MOVE WS-DATE-JOUR TO WS-DEM-DATE(WS-NB-DEMANDES).
           MOVE WS-SAISIE-DEMANDEUR
           TO WS-DEM-DEMANDEUR(WS-NB-DEMANDES).
           MOVE WS-ID-UTILISATEUR TO WS-DEM-ID(WS-NB-DEMANDES).
           MOVE WS-NOM-UTILISATEUR TO WS-DEM-NOM(WS-NB-DEMANDES).
           MOVE WS-SAISIE-RESPONSABLE
           TO WS-DEM-RESPONSABLE(WS-NB-DEMANDES).
           MOVE 0 TO WS-DEM-DATE-DECISION(WS-NB-DEMANDES).

      *les programmes voulus, cinq au plus, chacun avec son droit
           MOVE 0 TO WS-NB-DROITS-SAISIS.
           MOVE "N" TO WS-SAISIE-FINIE.
           PERFORM UNTIL WS-SAISIE-FINIE EQUAL "O"
           OR WS-NB-DROITS-SAISIS EQUAL 5
              DISPLAY "programme suivant (vide pour terminer)"
              MOVE SPACES TO WS-SAISIE-PROGRAMME
              ACCEPT WS-SAISIE-PROGRAMME
              IF WS-SAISIE-PROGRAMME EQUAL SPACES
                 MOVE "O" TO WS-SAISIE-FINIE
              ELSE
                 DISPLAY "droit (L lecture, M mise a jour, "
                 "S suppression)"
                 ACCEPT WS-SAISIE-DROIT
                 MOVE FUNCTION UPPER-CASE(WS-SAISIE-DROIT)
                 TO WS-SAISIE-DROIT
                 IF WS-SAISIE-DROIT EQUAL "L" OR "M" OR "S"
                    ADD 1 TO WS-NB-DROITS-SAISIS
                    MOVE WS-SAISIE-PROGRAMME
                    TO WS-DEM-PROGRAMME(WS-NB-DEMANDES,
                    WS-NB-DROITS-SAISIS)
                    MOVE WS-SAISIE-DROIT
                    TO WS-DEM-DROIT(WS-NB-DEMANDES,
                    WS-NB-DROITS-SAISIS)
                 ELSE
                    DISPLAY "droit inconnu, programme ignore"
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-NB-DROITS-SAISIS EQUAL 0
              DISPLAY "aucun programme demande, demande annulee"
              SUBTRACT 1 FROM WS-NB-DEMANDES
              GO TO SAISIE-DEMANDE-FIN
           END-IF.

           PERFORM REECRIT-DEMANDES THRU REECRIT-DEMANDES-FIN.

           PERFORM OUVRE-AUDIT THRU OUVRE-AUDIT-FIN.
           MOVE WS-NB-DEMANDES TO WS-INDEX-DEMANDE.
           MOVE "DEMANDE-COMPTE" TO WS-ACTION-AUDIT.
           PERFORM ECRIT-AUDIT-DEMANDE THRU ECRIT-AUDIT-DEMANDE-FIN.
           CLOSE AUDIT-HABILITATIONS.

           DISPLAY "demande " WS-DERNIER-NUM " enregistree, en "
           "attente de " WS-SAISIE-RESPONSABLE.
       SAISIE-DEMANDE-FIN.
           EXIT.

      *le responsable passe en revue les demandes qui l'attendent :
      *il valide, refuse avec un motif, ou passe à la suivante
       VALIDATION.
           DISPLAY "quel est votre id de responsable?".
           ACCEPT WS-VALIDEUR.

           DISPLAY "Connexion à la base de données...".
           EXEC SQL
                CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY "Erreur de connexion SQLCODE: " SQLCODE
               STOP RUN
           END-IF.

           PERFORM OUVRE-AUDIT THRU OUVRE-AUDIT-FIN.
           PERFORM VARYING WS-INDEX-DEMANDE FROM 1 BY 1
           UNTIL WS-INDEX-DEMANDE GREATER THAN WS-NB-DEMANDES
              IF WS-DEM-STATUT(WS-INDEX-DEMANDE) EQUAL "A"
              AND WS-DEM-RESPONSABLE(WS-INDEX-DEMANDE) EQUAL
              WS-VALIDEUR
                 PERFORM PRESENTE-DEMANDE THRU PRESENTE-DEMANDE-FIN
              END-IF
           END-PERFORM.
           CLOSE AUDIT-HABILITATIONS.

           PERFORM REECRIT-DEMANDES THRU REECRIT-DEMANDES-FIN.

           IF WS-NB-PRESENTEES EQUAL 0
              DISPLAY "aucune demande en attente pour " WS-VALIDEUR
           ELSE
              DISPLAY "Fin de la validation - " WS-NB-VALIDEES
              " validee(s), " WS-NB-REFUSEES " refusee(s)"
           END-IF.
       VALIDATION-FIN.
           EXIT.

       PRESENTE-DEMANDE.
           ADD 1 TO WS-NB-PRESENTEES.
           DISPLAY "demande " WS-DEM-NUM(WS-INDEX-DEMANDE) " du "
           WS-DEM-DATE(WS-INDEX-DEMANDE) " par "
           WS-DEM-DEMANDEUR(WS-INDEX-DEMANDE).
           DISPLAY "  compte " WS-DEM-ID(WS-INDEX-DEMANDE) " pour "
           FUNCTION TRIM(WS-DEM-NOM(WS-INDEX-DEMANDE)).
           PERFORM VARYING WS-INDEX-DROIT FROM 1 BY 1
           UNTIL WS-INDEX-DROIT GREATER THAN 5
              IF WS-DEM-PROGRAMME(WS-INDEX-DEMANDE, WS-INDEX-DROIT)
              NOT EQUAL SPACES
                 DISPLAY "  programme "
                 WS-DEM-PROGRAMME(WS-INDEX-DEMANDE, WS-INDEX-DROIT)
                 " droit "
                 WS-DEM-DROIT(WS-INDEX-DEMANDE, WS-INDEX-DROIT)
              END-IF
           END-PERFORM.
           DISPLAY "valider, refuser ou passer? (O/N/P)".
           ACCEPT WS-REPONSE.
           EVALUATE WS-REPONSE
              WHEN "O"
              WHEN "o"
                 PERFORM CREE-COMPTE THRU CREE-COMPTE-FIN
              WHEN "N"
              WHEN "n"
                 DISPLAY "motif du refus"
                 MOVE SPACES TO WS-RAISON-SAISIE
                 ACCEPT WS-RAISON-SAISIE
                 IF WS-RAISON-SAISIE EQUAL SPACES
                    MOVE "refus sans motif" TO WS-RAISON-SAISIE
                 END-IF
                 MOVE "R" TO WS-DEM-STATUT(WS-INDEX-DEMANDE)
                 MOVE WS-RAISON-SAISIE
                 TO WS-DEM-RAISON(WS-INDEX-DEMANDE)
                 PERFORM DECIDE-DEMANDE THRU DECIDE-DEMANDE-FIN
                 ADD 1 TO WS-NB-REFUSEES
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       PRESENTE-DEMANDE-FIN.
           EXIT.

      *la décision est datée et signée, puis tracée
       DECIDE-DEMANDE.
           MOVE WS-DATE-JOUR TO WS-DEM-DATE-DECISION(WS-INDEX-DEMANDE).
           MOVE WS-VALIDEUR TO WS-DEM-DECIDEUR(WS-INDEX-DEMANDE).
           EVALUATE WS-DEM-STATUT(WS-INDEX-DEMANDE)
              WHEN "V"
                 MOVE "DEMANDE-VALIDEE" TO WS-ACTION-AUDIT
              WHEN "R"
                 MOVE "DEMANDE-REFUSEE" TO WS-ACTION-AUDIT
              WHEN OTHER
                 MOVE "DEMANDE-EXPIREE" TO WS-ACTION-AUDIT
           END-EVALUATE.
           PERFORM ECRIT-AUDIT-DEMANDE THRU ECRIT-AUDIT-DEMANDE-FIN.
       DECIDE-DEMANDE-FIN.
           EXIT.

      *la création validée : la ligne USERS sans mot de passe
      *utilisable, le jeton du mot de passe initial, les droits
      *demandés et le lien vers le responsable ; un id déjà pris
      *vaut refus
       CREE-COMPTE.
           MOVE WS-DEM-ID(WS-INDEX-DEMANDE) TO WS-ID-UTILISATEUR.
           MOVE WS-DEM-NOM(WS-INDEX-DEMANDE) TO WS-NOM-UTILISATEUR.
           MOVE 0 TO WS-NB-EXISTANTS.
           EXEC SQL
               SELECT COUNT(*) INTO :WS-NB-EXISTANTS
               FROM USERS
               WHERE ID_USER = :WS-ID-UTILISATEUR
           END-EXEC.
           IF WS-NB-EXISTANTS GREATER THAN 0
              DISPLAY "cet id est deja utilise, demande refusee"
              MOVE "R" TO WS-DEM-STATUT(WS-INDEX-DEMANDE)
              MOVE "id deja utilise dans USERS"
              TO WS-DEM-RAISON(WS-INDEX-DEMANDE)
              PERFORM DECIDE-DEMANDE THRU DECIDE-DEMANDE-FIN
              ADD 1 TO WS-NB-REFUSEES
              GO TO CREE-COMPTE-FIN
           END-IF.

      *aucun hash de mot de passe ne vaut des blancs : le compte
      *n'ouvre qu'une fois le jeton passé dans resetmdp
           MOVE SPACES TO WS-MOT-DE-PASSE-HASH-X.
           MOVE WS-DATE-JOUR TO WS-DATE-MDP.
           EXEC SQL
               INSERT INTO USERS (ID_USER, NOM, PASSWORD_USER,
               DATE_MDP
               )
               VALUES (:WS-ID-UTILISATEUR,
               :WS-NOM-UTILISATEUR,
               :WS-MOT-DE-PASSE-HASH-X,
               :WS-DATE-MDP
               )
           END-EXEC.
           IF SQLCODE NOT = 0
              DISPLAY "Erreur d'insertion SQLCODE: " SQLCODE
              " - demande laissee en attente"
              GO TO CREE-COMPTE-FIN
           END-IF.
           EXEC SQL COMMIT END-EXEC.

           PERFORM EMET-JETON THRU EMET-JETON-FIN.
           PERFORM AJOUTE-DROITS THRU AJOUTE-DROITS-FIN.

           MOVE "V" TO WS-DEM-STATUT(WS-INDEX-DEMANDE).
           MOVE "compte cree" TO WS-DEM-RAISON(WS-INDEX-DEMANDE).
           PERFORM DECIDE-DEMANDE THRU DECIDE-DEMANDE-FIN.
           ADD 1 TO WS-NB-VALIDEES.
           DISPLAY "compte " WS-ID-UTILISATEUR " cree ; jeton a "
           "remettre a la personne (valable 1 heure, usage unique, "
           "a presenter a resetmdp) : " WS-JETON-CLAIR-X.
       CREE-COMPTE-FIN.
           EXIT.

      *le jeton, tiré comme dans resetadmin de la date, de l'heure
      *et des chiffres de l'id ; seul son hash est gardé
       EMET-JETON.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE 0 TO WS-SOMME-ID.
           PERFORM VARYING WS-INDEX-ID FROM 1 BY 1
           UNTIL WS-INDEX-ID GREATER THAN 10
              IF WS-ID-UTILISATEUR(WS-INDEX-ID:1) NUMERIC
                 COMPUTE WS-SOMME-ID = WS-SOMME-ID +
                    FUNCTION NUMVAL(
                    WS-ID-UTILISATEUR(WS-INDEX-ID:1))
                    * WS-INDEX-ID
              END-IF
           END-PERFORM.
           COMPUTE WS-GRAINE =
              FUNCTION MOD(WS-DATE-JOUR * 7919 + WS-HEURE-JOUR * 31
              + WS-SOMME-ID, 9999999999).
           COMPUTE WS-JETON-CLAIR =
              FUNCTION MOD(WS-GRAINE, 100000000).
           MOVE WS-JETON-CLAIR TO WS-JETON-CLAIR-X.

           MOVE SPACES TO WS-MOT-DE-PASSE-UTILISATEUR.
           MOVE WS-JETON-CLAIR-X TO WS-MOT-DE-PASSE-UTILISATEUR.
           MOVE 8 TO WS-LONGUEUR-MDP.
           PERFORM HASH-MOT-DE-PASSE THRU HASH-MOT-DE-PASSE-FIN.

           OPEN INPUT JETONS.
           IF WS-JETONS-STATUS-OK
              CLOSE JETONS
              OPEN EXTEND JETONS
           ELSE
              OPEN OUTPUT JETONS
           END-IF.
           MOVE SPACES TO LIGNE-JETON.
           MOVE WS-ID-UTILISATEUR TO ID-JETON.
           MOVE WS-MOT-DE-PASSE-HASH TO HASH-JETON.
           MOVE WS-DATE-JOUR TO DATE-JETON.
           MOVE WS-HEURE-JOUR TO HEURE-JETON.
           MOVE "N" TO UTILISE-JETON.
           WRITE LIGNE-JETON.
           CLOSE JETONS.

           OPEN INPUT AUDIT-CONNEXIONS.
           IF WS-AUDIT-STATUS-OK
              CLOSE AUDIT-CONNEXIONS
              OPEN EXTEND AUDIT-CONNEXIONS
           ELSE
              OPEN OUTPUT AUDIT-CONNEXIONS
           END-IF.
           MOVE SPACES TO LIGNE-AUDIT-CONNEXION.
           STRING "JETON-EMIS"
           " id=" WS-ID-UTILISATEUR
           " date=" WS-DATE-JOUR
           " heure=" WS-HEURE-JOUR
           INTO LIGNE-AUDIT-CONNEXION.
           WRITE LIGNE-AUDIT-CONNEXION.
           CLOSE AUDIT-CONNEXIONS.
       EMET-JETON-FIN.
           EXIT.

      *les droits demandés rejoignent la table des habilitations,
      *chacun tracé, et le responsable est noté pour la recertif
       AJOUTE-DROITS.
           OPEN INPUT HABILITATIONS.
           IF WS-HABILITATIONS-STATUS-OK
              CLOSE HABILITATIONS
              OPEN EXTEND HABILITATIONS
           ELSE
              OPEN OUTPUT HABILITATIONS
           END-IF.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           PERFORM VARYING WS-INDEX-DROIT FROM 1 BY 1
           UNTIL WS-INDEX-DROIT GREATER THAN 5
              IF WS-DEM-PROGRAMME(WS-INDEX-DEMANDE, WS-INDEX-DROIT)
              NOT EQUAL SPACES
                 MOVE SPACES TO LIGNE-HABILITATION
                 MOVE WS-ID-UTILISATEUR TO ID-HABILITATION
                 MOVE WS-DEM-PROGRAMME(WS-INDEX-DEMANDE,
                 WS-INDEX-DROIT) TO PROGRAMME-HABILITATION
                 MOVE WS-DEM-DROIT(WS-INDEX-DEMANDE, WS-INDEX-DROIT)
                 TO DROIT-HABILITATION
                 WRITE LIGNE-HABILITATION
                 MOVE SPACES TO LIGNE-AUDIT-HABILITATION
                 STRING "CREATION operateur=" WS-ID-UTILISATEUR
                 " programme=" PROGRAMME-HABILITATION
                 " droit=" DROIT-HABILITATION
                 " par=" WS-VALIDEUR
                 " demande=" WS-DEM-NUM(WS-INDEX-DEMANDE)
                 " date=" WS-DATE-JOUR
                 " heure=" WS-HEURE-JOUR
                 INTO LIGNE-AUDIT-HABILITATION
                 WRITE LIGNE-AUDIT-HABILITATION
              END-IF
           END-PERFORM.
           CLOSE HABILITATIONS.

           OPEN INPUT RESPONSABLES.
           IF WS-RESPONSABLES-STATUS-OK
              CLOSE RESPONSABLES
              OPEN EXTEND RESPONSABLES
           ELSE
              OPEN OUTPUT RESPONSABLES
           END-IF.
           MOVE SPACES TO LIGNE-RESPONSABLE.
           MOVE WS-ID-UTILISATEUR TO ID-OPERATEUR-RESP.
           MOVE WS-VALIDEUR TO ID-RESPONSABLE.
           WRITE LIGNE-RESPONSABLE.
           CLOSE RESPONSABLES.
       AJOUTE-DROITS-FIN.
           EXIT.

      *le run de nuit : une demande restée sans décision au-delà du
      *délai expire, avec sa raison ; le demandeur devra la refaire
       EXPIRATION.
           DISPLAY "delai de validation des responsables en jours "
           "(vide pour 15)".
           ACCEPT WS-DELAI-JOURS.
           IF WS-DELAI-JOURS EQUAL 0
              MOVE 15 TO WS-DELAI-JOURS
           END-IF.
           MOVE WS-DELAI-JOURS TO WS-DELAI-EDIT.
           MOVE "EXPIRATION" TO WS-VALIDEUR.

           PERFORM OUVRE-AUDIT THRU OUVRE-AUDIT-FIN.
           PERFORM VARYING WS-INDEX-DEMANDE FROM 1 BY 1
           UNTIL WS-INDEX-DEMANDE GREATER THAN WS-NB-DEMANDES
              IF WS-DEM-STATUT(WS-INDEX-DEMANDE) EQUAL "A"
                 COMPUTE WS-AGE-JOURS =
                    FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
                    - FUNCTION INTEGER-OF-DATE(
                    WS-DEM-DATE(WS-INDEX-DEMANDE))
                 IF WS-AGE-JOURS GREATER THAN WS-DELAI-JOURS
                    MOVE "X" TO WS-DEM-STATUT(WS-INDEX-DEMANDE)
                    MOVE SPACES TO WS-DEM-RAISON(WS-INDEX-DEMANDE)
                    STRING "sans decision de "
                    FUNCTION TRIM(WS-DEM-RESPONSABLE(WS-INDEX-DEMANDE))
                    " apres " FUNCTION TRIM(WS-DELAI-EDIT) " jours"
                    DELIMITED BY SIZE
                    INTO WS-DEM-RAISON(WS-INDEX-DEMANDE)
                    PERFORM DECIDE-DEMANDE THRU DECIDE-DEMANDE-FIN
                    ADD 1 TO WS-NB-EXPIREES
                 END-IF
              END-IF
           END-PERFORM.
           CLOSE AUDIT-HABILITATIONS.

           PERFORM REECRIT-DEMANDES THRU REECRIT-DEMANDES-FIN.

           DISPLAY "Fin de l'expiration - " WS-NB-EXPIREES
           " demande(s) expiree(s)".
       EXPIRATION-FIN.
           EXIT.

      *le rapport du mois : chaque demande reçue ou tranchée dans le
      *mois avec son parcours, puis les compteurs et le délai moyen
      *de décision des responsables
       RAPPORT-MENSUEL.
           DISPLAY "mois a rapporter aaaamm (vide pour le mois "
           "precedent)".
           MOVE SPACES TO WS-MOIS-SAISI.
           ACCEPT WS-MOIS-SAISI.
           IF WS-MOIS-SAISI IS NUMERIC
              MOVE WS-MOIS-SAISI TO WS-MOIS
           ELSE
              IF WS-MOIS-JOUR EQUAL 1
                 COMPUTE WS-ANNEE-MOIS = WS-ANNEE-JOUR - 1
                 MOVE 12 TO WS-MM-MOIS
              ELSE
                 MOVE WS-ANNEE-JOUR TO WS-ANNEE-MOIS
                 COMPUTE WS-MM-MOIS = WS-MOIS-JOUR - 1
              END-IF
           END-IF.
           COMPUTE WS-FIN-MOIS = WS-MOIS * 100 + 31.

           OPEN OUTPUT RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "DEMANDES DE COMPTE - MOIS " WS-MOIS
           INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.

           MOVE 0 TO WS-NB-VALIDEES WS-NB-REFUSEES WS-NB-EXPIREES.
           PERFORM VARYING WS-INDEX-DEMANDE FROM 1 BY 1
           UNTIL WS-INDEX-DEMANDE GREATER THAN WS-NB-DEMANDES
              MOVE "N" TO WS-DANS-LE-MOIS
              IF WS-DEM-DATE(WS-INDEX-DEMANDE)(1:6) EQUAL WS-MOIS
                 ADD 1 TO WS-NB-RECUES
                 MOVE "O" TO WS-DANS-LE-MOIS
              END-IF
              IF WS-DEM-STATUT(WS-INDEX-DEMANDE) NOT EQUAL "A"
              AND WS-DEM-DATE-DECISION(WS-INDEX-DEMANDE)(1:6)
              EQUAL WS-MOIS
                 MOVE "O" TO WS-DANS-LE-MOIS
                 PERFORM COMPTE-DECISION THRU COMPTE-DECISION-FIN
              END-IF
      *en attente à la fin du mois : reçue avant, pas encore
      *tranchée à cette date
              IF WS-DEM-DATE(WS-INDEX-DEMANDE) NOT GREATER THAN
              WS-FIN-MOIS
              AND (WS-DEM-STATUT(WS-INDEX-DEMANDE) EQUAL "A"
              OR WS-DEM-DATE-DECISION(WS-INDEX-DEMANDE) GREATER THAN
              WS-FIN-MOIS)
                 ADD 1 TO WS-NB-EN-ATTENTE
              END-IF
              IF WS-DANS-LE-MOIS EQUAL "O"
                 PERFORM ECRIT-LIGNE-RAPPORT
                 THRU ECRIT-LIGNE-RAPPORT-FIN
              END-IF
           END-PERFORM.

           MOVE 0 TO WS-DELAI-MOYEN.
           IF WS-NB-DECIDEES GREATER THAN 0
              COMPUTE WS-DELAI-MOYEN ROUNDED =
                 WS-CUMUL-DELAIS / WS-NB-DECIDEES
           END-IF.
           MOVE WS-DELAI-MOYEN TO WS-DELAI-MOYEN-EDIT.
           MOVE SPACES TO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "--- " WS-NB-RECUES " recue(s), " WS-NB-VALIDEES
           " validee(s), " WS-NB-REFUSEES " refusee(s), "
           WS-NB-EXPIREES " expiree(s), " WS-NB-EN-ATTENTE
           " en attente en fin de mois ---"
           INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "--- delai moyen de decision des responsables : "
           FUNCTION TRIM(WS-DELAI-MOYEN-EDIT) " jour(s) ---"
           DELIMITED BY SIZE INTO LIGNE-RAPPORT.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT.

           DISPLAY "Fin du rapport du mois " WS-MOIS " - "
           WS-NB-RECUES " demande(s) recue(s)".
       RAPPORT-MENSUEL-FIN.
           EXIT.

      *une décision du mois comptée par statut ; validations et
      *refus alimentent le délai moyen des responsables
       COMPTE-DECISION.
           EVALUATE WS-DEM-STATUT(WS-INDEX-DEMANDE)
              WHEN "V"
                 ADD 1 TO WS-NB-VALIDEES
              WHEN "R"
                 ADD 1 TO WS-NB-REFUSEES
              WHEN "X"
                 ADD 1 TO WS-NB-EXPIREES
           END-EVALUATE.
           IF WS-DEM-STATUT(WS-INDEX-DEMANDE) EQUAL "V"
           OR WS-DEM-STATUT(WS-INDEX-DEMANDE) EQUAL "R"
              ADD 1 TO WS-NB-DECIDEES
              COMPUTE WS-CUMUL-DELAIS = WS-CUMUL-DELAIS
                 + FUNCTION INTEGER-OF-DATE(
                 WS-DEM-DATE-DECISION(WS-INDEX-DEMANDE))
                 - FUNCTION INTEGER-OF-DATE(
                 WS-DEM-DATE(WS-INDEX-DEMANDE))
           END-IF.
       COMPTE-DECISION-FIN.
           EXIT.

       ECRIT-LIGNE-RAPPORT.
           EVALUATE WS-DEM-STATUT(WS-INDEX-DEMANDE)
              WHEN "A"
                 MOVE "EN ATTENTE" TO WS-LIBELLE-STATUT
              WHEN "V"
                 MOVE "VALIDEE" TO WS-LIBELLE-STATUT
              WHEN "R"
                 MOVE "REFUSEE" TO WS-LIBELLE-STATUT
              WHEN OTHER
                 MOVE "EXPIREE" TO WS-LIBELLE-STATUT
           END-EVALUATE.
           MOVE SPACES TO LIGNE-RAPPORT.
           MOVE 1 TO WS-POSITION-RAPPORT.
           STRING WS-DEM-NUM(WS-INDEX-DEMANDE) " "
           WS-DEM-DATE(WS-INDEX-DEMANDE) " "
           WS-DEM-ID(WS-INDEX-DEMANDE) " "
           WS-DEM-NOM(WS-INDEX-DEMANDE)(1:25) " par "
           WS-DEM-DEMANDEUR(WS-INDEX-DEMANDE) " resp "
           WS-DEM-RESPONSABLE(WS-INDEX-DEMANDE) " "
           WS-LIBELLE-STATUT
           DELIMITED BY SIZE INTO LIGNE-RAPPORT
           WITH POINTER WS-POSITION-RAPPORT.
           IF WS-DEM-STATUT(WS-INDEX-DEMANDE) NOT EQUAL "A"
              STRING " le "
              WS-DEM-DATE-DECISION(WS-INDEX-DEMANDE) " : "
              FUNCTION TRIM(WS-DEM-RAISON(WS-INDEX-DEMANDE))
              DELIMITED BY SIZE INTO LIGNE-RAPPORT
              WITH POINTER WS-POSITION-RAPPORT
           END-IF.
           WRITE LIGNE-RAPPORT.
       ECRIT-LIGNE-RAPPORT-FIN.
           EXIT.

      *le journal des habilitations est complété run après run
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

      *la trace WS-ACTION-AUDIT de la demande WS-INDEX-DEMANDE
       ECRIT-AUDIT-DEMANDE.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE SPACES TO LIGNE-AUDIT-HABILITATION.
           STRING WS-ACTION-AUDIT DELIMITED BY SPACE
           " demande=" WS-DEM-NUM(WS-INDEX-DEMANDE)
           " compte=" WS-DEM-ID(WS-INDEX-DEMANDE)
           " demandeur=" WS-DEM-DEMANDEUR(WS-INDEX-DEMANDE)
           " responsable=" WS-DEM-RESPONSABLE(WS-INDEX-DEMANDE)
           " par=" WS-DEM-DECIDEUR(WS-INDEX-DEMANDE)
           " date=" WS-DATE-JOUR
           " heure=" WS-HEURE-JOUR
           INTO LIGNE-AUDIT-HABILITATION.
           WRITE LIGNE-AUDIT-HABILITATION.
       ECRIT-AUDIT-DEMANDE-FIN.
           EXIT.

      *le même hachage (polynomial, base 31) que login et chgmdp
       HASH-MOT-DE-PASSE.
           MOVE 0 TO WS-MOT-DE-PASSE-HASH.
           PERFORM VARYING WS-INDEX-HASH FROM 1 BY 1
           UNTIL WS-INDEX-HASH GREATER THAN WS-LONGUEUR-MDP
              COMPUTE WS-CODE-CARACTERE =
                 FUNCTION ORD(
                 WS-MOT-DE-PASSE-UTILISATEUR(WS-INDEX-HASH:1))
              COMPUTE WS-MOT-DE-PASSE-HASH =
                 FUNCTION MOD((WS-MOT-DE-PASSE-HASH * 31)
                 + WS-CODE-CARACTERE, 9999999999)
           END-PERFORM.
       HASH-MOT-DE-PASSE-FIN.
           EXIT.
