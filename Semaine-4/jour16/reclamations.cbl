       IDENTIFICATION DIVISION.
       PROGRAM-ID. reclamations.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le registre des réclamations clients, indexé par numéro de
      *réclamation ; l'accès dynamique permet de lire la dernière
      *réclamation pour numéroter la suivante
           SELECT RECLAMATIONS ASSIGN TO "reclamations.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS NUM-RECLAMATION
              FILE STATUS IS WS-FS-RECLAMATIONS.

      *le portefeuille indexé d'assurance.cbl : la réclamation doit
      *porter sur un contrat connu, dont elle reprend le produit et
      *le courtier
           SELECT ASSURANCE-SORTIE ASSIGN TO "rapport-assurance.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CODE-CONTRAT-SORTIE
              FILE STATUS IS WS-FS-SORTIE.

      *le fichier maître des sinistres, pour contrôler le numéro de
      *sinistre cité dans une réclamation
           SELECT SINISTRES-MAITRE ASSIGN TO "sinistres-maitre.dat"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS NUM-SINISTRE-MAITRE
              FILE STATUS IS WS-FS-MAITRE.

      *les liens contrat -> client, pour rattacher la réclamation
      *au client quand il est connu
           SELECT LIENS ASSIGN TO "liens-contrat-client.dat"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-FS-LIENS.

      *la session opérateur posée par login.cbl et les droits par
      *programme
           COPY "../../copybooks/session-select.copy".

       DATA DIVISION.
       FILE SECTION.
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

       FD LIENS.
       01 LIGNE-LIEN.
           05 CODE-CONTRAT-LIEN PIC 9(8).
           05 FILLER            PIC X.
           05 ID-CLIENT-LIEN    PIC 9(4).

       COPY "../../copybooks/session-fd.copy".

       WORKING-STORAGE SECTION.

       COPY "../../copybooks/session-ws.copy".

      *statuts des fichiers ; "23" signale une clé absente
       01 WS-FS-RECLAMATIONS     PIC X(2) VALUE "00".
           88 WS-FS-RECLAMATIONS-OK VALUE "00".
       01 WS-FS-SORTIE           PIC X(2) VALUE "00".
           88 WS-FS-SORTIE-OK VALUE "00".
       01 WS-FS-MAITRE           PIC X(2) VALUE "00".
           88 WS-FS-MAITRE-OK VALUE "00".
       01 WS-FS-LIENS            PIC X(2) VALUE "00".
           88 WS-FS-LIENS-OK VALUE "00".

      *conditions pour arrêter de lire les fichiers
       01 WS-CONDITION-LIENS     PIC X VALUE "C".
       01 WS-CONDITION-RECL      PIC X VALUE "C".

      *le numéro de la commande entré par l'utilisateur
       01 WS-COMMANDE            PIC 9.

      *les saisies de l'opérateur
       01 WS-NUM-SAISI           PIC 9(8).
       01 WS-CONTRAT-SAISI       PIC 9(8).
       01 WS-SINISTRE-SAISI      PIC 9(8).
       01 WS-COURTIER-SAISI      PIC X(6).
       01 WS-CATEGORIE-SAISIE    PIC X.
           88 WS-CATEGORIE-VALIDE VALUE "S" "F" "C" "A".
       01 WS-CANAL-SAISI         PIC X.
           88 WS-CANAL-VALIDE VALUE "T" "C".
       01 WS-DATE-SAISIE         PIC X(8).
       01 WS-OBJET-SAISI         PIC X(60).

      *le dernier numéro attribué, lu en fin de registre
       01 WS-DERNIER-NUM         PIC 9(8) VALUE 0.

      *la date du jour, date des accusés, réponses et clôtures
       01 WS-DATE-JOUR           PIC 9(8).

       PROCEDURE DIVISION.

      *l'écran exige l'opérateur connecté via login et habilité
           COPY "../../copybooks/session-controle.copy"
              REPLACING SESSION-PROGRAMME-LITERAL BY "reclamations".

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *le registre est créé vide au premier lancement
           OPEN I-O RECLAMATIONS.
           IF WS-FS-RECLAMATIONS EQUAL "35"
              OPEN OUTPUT RECLAMATIONS
              CLOSE RECLAMATIONS
              OPEN I-O RECLAMATIONS
           END-IF.
           IF NOT WS-FS-RECLAMATIONS-OK
              DISPLAY "impossible d'ouvrir reclamations.dat "
              "statut " WS-FS-RECLAMATIONS
              STOP RUN
           END-IF.

           DISPLAY "que voulez-vous faire?".
           DISPLAY "1 pour lire une reclamation".
           DISPLAY "2 pour ouvrir une reclamation".
           DISPLAY "3 pour accuser reception d'une reclamation".
           DISPLAY "4 pour enregistrer la reponse a une reclamation".
           DISPLAY "5 pour cloturer une reclamation".
           DISPLAY "pour quitter le programme, entrer autre chose".
           ACCEPT WS-COMMANDE.

           EVALUATE WS-COMMANDE

           WHEN EQUAL 1
              DISPLAY "entrer le numero de reclamation (8 chiffres)"
              ACCEPT WS-NUM-SAISI
              PERFORM LIT-RECLAMATION THRU LIT-RECLAMATION-FIN
              IF WS-FS-RECLAMATIONS-OK
                 PERFORM AFFICHE-RECLAMATION
                 THRU AFFICHE-RECLAMATION-FIN
              END-IF

           WHEN EQUAL 2
              IF NOT WS-DROIT-MAJ
                 DISPLAY "droit de mise a jour requis"
              ELSE
                 PERFORM OUVRE-RECLAMATION
                 THRU OUVRE-RECLAMATION-FIN
              END-IF

           WHEN EQUAL 3
           WHEN EQUAL 4
           WHEN EQUAL 5
              IF NOT WS-DROIT-MAJ
                 DISPLAY "droit de mise a jour requis"
              ELSE
                 DISPLAY "entrer le numero de reclamation "
                 "(8 chiffres)"
                 ACCEPT WS-NUM-SAISI
                 PERFORM LIT-RECLAMATION THRU LIT-RECLAMATION-FIN
                 IF WS-FS-RECLAMATIONS-OK
                    PERFORM FAIT-AVANCER THRU FAIT-AVANCER-FIN
                 END-IF
              END-IF

           WHEN OTHER
              DISPLAY "vous voulez quitter le programme"

           END-EVALUATE.

           CLOSE RECLAMATIONS.

           STOP RUN.

      *on lit la réclamation demandée par sa clé ; un numéro absent
      *est signalé à l'utilisateur
       LIT-RECLAMATION.
           MOVE WS-NUM-SAISI TO NUM-RECLAMATION.
           READ RECLAMATIONS KEY IS NUM-RECLAMATION.
           IF NOT WS-FS-RECLAMATIONS-OK
              DISPLAY "aucune reclamation ne correspond a ce numero"
           END-IF.
       LIT-RECLAMATION-FIN.
           EXIT.

      *on affiche la réclamation lue
       AFFICHE-RECLAMATION.
           DISPLAY "reclamation " NUM-RECLAMATION.
           DISPLAY "contrat     " CODE-CONTRAT-RECL
              " client " ID-CLIENT-RECL.
           DISPLAY "produit     " PRODUIT-RECL
              " courtier " CODE-COURTIER-RECL.
           DISPLAY "sinistre    " NUM-SINISTRE-RECL.
           DISPLAY "categorie   " CATEGORIE-RECL
              " canal " CANAL-RECL.
           DISPLAY "statut      " STATUT-RECL.
           DISPLAY "recue le    " DATE-RECEPTION-RECL.
           DISPLAY "accusee le  " DATE-ACCUSE-RECL.
           DISPLAY "repondue le " DATE-REPONSE-RECL.
           DISPLAY "close le    " DATE-CLOTURE-RECL.
           DISPLAY "operateur   " OPERATEUR-RECL.
           DISPLAY "objet       " OBJET-RECL.
       AFFICHE-RECLAMATION-FIN.
           EXIT.

      *on ouvre une nouvelle réclamation : le contrat doit exister
      *au portefeuille, le sinistre cité doit être un sinistre de ce
      *contrat, le courtier est par défaut celui du contrat ; le
      *numéro suit le dernier numéro du registre
       OUVRE-RECLAMATION.
           DISPLAY "entrer le code contrat (8 chiffres)".
           ACCEPT WS-CONTRAT-SAISI.
           OPEN INPUT ASSURANCE-SORTIE.
           IF NOT WS-FS-SORTIE-OK
              DISPLAY "impossible d'ouvrir rapport-assurance.dat "
              "statut " WS-FS-SORTIE
              GO TO OUVRE-RECLAMATION-FIN
           END-IF.
           MOVE WS-CONTRAT-SAISI TO CODE-CONTRAT-SORTIE.
           READ ASSURANCE-SORTIE.
           CLOSE ASSURANCE-SORTIE.
           IF NOT WS-FS-SORTIE-OK
              DISPLAY "aucun contrat ne correspond a ce code"
              GO TO OUVRE-RECLAMATION-FIN
           END-IF.

           DISPLAY "categorie : S sinistre, F facturation, "
              "C courtier, A autre".
           ACCEPT WS-CATEGORIE-SAISIE.
           IF NOT WS-CATEGORIE-VALIDE
              DISPLAY "categorie inconnue, reclamation abandonnee"
              GO TO OUVRE-RECLAMATION-FIN
           END-IF.

           DISPLAY "canal : T telephone, C courrier".
           ACCEPT WS-CANAL-SAISI.
           IF NOT WS-CANAL-VALIDE
              DISPLAY "canal inconnu, reclamation abandonnee"
              GO TO OUVRE-RECLAMATION-FIN
           END-IF.

           DISPLAY "date de reception AAAAMMJJ (vide pour aujourd'hui)".
           MOVE SPACES TO WS-DATE-SAISIE.
           ACCEPT WS-DATE-SAISIE.
           IF WS-DATE-SAISIE EQUAL SPACES
              MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
           END-IF.
           IF WS-DATE-SAISIE IS NOT NUMERIC
              DISPLAY "date invalide, reclamation abandonnee"
              GO TO OUVRE-RECLAMATION-FIN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(FUNCTION NUMVAL(
           WS-DATE-SAISIE)) NOT EQUAL 0
           OR WS-DATE-SAISIE GREATER THAN WS-DATE-JOUR
              DISPLAY "date invalide, reclamation abandonnee"
              GO TO OUVRE-RECLAMATION-FIN
           END-IF.

           DISPLAY "numero de sinistre (8 chiffres, 0 si aucun)".
           MOVE 0 TO WS-SINISTRE-SAISI.
           ACCEPT WS-SINISTRE-SAISI.
           IF WS-SINISTRE-SAISI NOT EQUAL 0
              PERFORM CONTROLE-SINISTRE THRU CONTROLE-SINISTRE-FIN
              IF WS-SINISTRE-SAISI EQUAL 0
                 GO TO OUVRE-RECLAMATION-FIN
              END-IF
           END-IF.

           DISPLAY "courtier du contrat : " CODE-COURTIER-SORTIE.
           DISPLAY "code courtier vise (vide pour garder)".
           MOVE SPACES TO WS-COURTIER-SAISI.
           ACCEPT WS-COURTIER-SAISI.
           IF WS-COURTIER-SAISI EQUAL SPACES
              MOVE CODE-COURTIER-SORTIE TO WS-COURTIER-SAISI
           END-IF.

           DISPLAY "objet de la reclamation (60 caracteres)".
           MOVE SPACES TO WS-OBJET-SAISI.
           ACCEPT WS-OBJET-SAISI.

           PERFORM CHERCHE-DERNIER-NUM THRU CHERCHE-DERNIER-NUM-FIN.

           MOVE SPACES TO LIGNE-RECLAMATION.
           ADD 1 TO WS-DERNIER-NUM GIVING NUM-RECLAMATION.
           MOVE WS-CONTRAT-SAISI TO CODE-CONTRAT-RECL.
           PERFORM CHERCHE-CLIENT THRU CHERCHE-CLIENT-FIN.
           MOVE WS-SINISTRE-SAISI TO NUM-SINISTRE-RECL.
           MOVE WS-COURTIER-SAISI TO CODE-COURTIER-RECL.
           MOVE NOM-PRODUIT-SORTIE TO PRODUIT-RECL.
           EVALUATE WS-CATEGORIE-SAISIE
              WHEN "S"
                 MOVE "SINISTRE" TO CATEGORIE-RECL
              WHEN "F"
                 MOVE "FACTURATION" TO CATEGORIE-RECL
              WHEN "C"
                 MOVE "COURTIER" TO CATEGORIE-RECL
              WHEN OTHER
                 MOVE "AUTRE" TO CATEGORIE-RECL
           END-EVALUATE.
           IF WS-CANAL-SAISI EQUAL "T"
              MOVE "TELEPHONE" TO CANAL-RECL
           ELSE
              MOVE "COURRIER" TO CANAL-RECL
           END-IF.
           MOVE "OUVERTE" TO STATUT-RECL.
           MOVE WS-DATE-SAISIE TO DATE-RECEPTION-RECL.
           MOVE 0 TO DATE-ACCUSE-RECL.
           MOVE 0 TO DATE-REPONSE-RECL.
           MOVE 0 TO DATE-CLOTURE-RECL.
           MOVE WS-OPERATEUR-ID TO OPERATEUR-RECL.
           MOVE WS-OBJET-SAISI TO OBJET-RECL.

           WRITE LIGNE-RECLAMATION.
           IF WS-FS-RECLAMATIONS-OK
              DISPLAY "reclamation " NUM-RECLAMATION " ouverte."
           ELSE
              DISPLAY "erreur d'ecriture statut " WS-FS-RECLAMATIONS
           END-IF.
       OUVRE-RECLAMATION-FIN.
           EXIT.

      *le sinistre cité doit exister et appartenir au contrat ; en
      *cas d'erreur le numéro saisi est remis à zéro
       CONTROLE-SINISTRE.
           OPEN INPUT SINISTRES-MAITRE.
           IF NOT WS-FS-MAITRE-OK
              DISPLAY "impossible d'ouvrir sinistres-maitre.dat "
              "statut " WS-FS-MAITRE ", reclamation abandonnee"
              MOVE 0 TO WS-SINISTRE-SAISI
              GO TO CONTROLE-SINISTRE-FIN
           END-IF.
           MOVE WS-SINISTRE-SAISI TO NUM-SINISTRE-MAITRE.
           READ SINISTRES-MAITRE.
           IF NOT WS-FS-MAITRE-OK
              DISPLAY "sinistre inconnu, reclamation abandonnee"
              MOVE 0 TO WS-SINISTRE-SAISI
           ELSE
              IF CODE-CONTRAT-MAITRE NOT EQUAL WS-CONTRAT-SAISI
                 DISPLAY "sinistre d'un autre contrat, "
                 "reclamation abandonnee"
                 MOVE 0 TO WS-SINISTRE-SAISI
              END-IF
           END-IF.
           CLOSE SINISTRES-MAITRE.
       CONTROLE-SINISTRE-FIN.
           EXIT.

      *le dernier numéro attribué est la clé du dernier
      *enregistrement du registre, 0 si le registre est vide
       CHERCHE-DERNIER-NUM.
           MOVE 0 TO WS-DERNIER-NUM.
           MOVE 0 TO NUM-RECLAMATION.
           START RECLAMATIONS KEY IS GREATER THAN NUM-RECLAMATION.
           IF NOT WS-FS-RECLAMATIONS-OK
              GO TO CHERCHE-DERNIER-NUM-FIN
           END-IF.
           MOVE "C" TO WS-CONDITION-RECL.
           PERFORM UNTIL WS-CONDITION-RECL EQUAL "F"
              READ RECLAMATIONS NEXT RECORD
                 AT END
                    MOVE "F" TO WS-CONDITION-RECL
                 NOT AT END
                    MOVE NUM-RECLAMATION TO WS-DERNIER-NUM
              END-READ
           END-PERFORM.
       CHERCHE-DERNIER-NUM-FIN.
           EXIT.

      *le client du contrat d'après les liens, 0 s'il n'est pas
      *connu
       CHERCHE-CLIENT.
           MOVE 0 TO ID-CLIENT-RECL.
           OPEN INPUT LIENS.
           IF NOT WS-FS-LIENS-OK
              GO TO CHERCHE-CLIENT-FIN
           END-IF.
           MOVE "C" TO WS-CONDITION-LIENS.
           PERFORM UNTIL WS-CONDITION-LIENS EQUAL "F"
              READ LIENS
                 AT END
                    MOVE "F" TO WS-CONDITION-LIENS
                 NOT AT END
                    IF CODE-CONTRAT-LIEN EQUAL WS-CONTRAT-SAISI
                       MOVE ID-CLIENT-LIEN TO ID-CLIENT-RECL
                       MOVE "F" TO WS-CONDITION-LIENS
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE LIENS.
       CHERCHE-CLIENT-FIN.
           EXIT.

      *on fait avancer la réclamation lue d'une étape : accusé de
      *réception (3), réponse (4) ou clôture (5) ; une réponse vaut
      *accusé si celui-ci n'a pas été fait, une clôture suppose la
      *réponse ; chaque étape est datée du jour
       FAIT-AVANCER.
           EVALUATE WS-COMMANDE
              WHEN 3
                 IF STATUT-RECL NOT EQUAL "OUVERTE"
                    DISPLAY "reclamation deja " STATUT-RECL
                    GO TO FAIT-AVANCER-FIN
                 END-IF
                 MOVE "ACCUSEE" TO STATUT-RECL
                 MOVE WS-DATE-JOUR TO DATE-ACCUSE-RECL
              WHEN 4
                 IF STATUT-RECL NOT EQUAL "OUVERTE"
                 AND STATUT-RECL NOT EQUAL "ACCUSEE"
                    DISPLAY "reclamation deja " STATUT-RECL
                    GO TO FAIT-AVANCER-FIN
                 END-IF
                 IF DATE-ACCUSE-RECL EQUAL 0
                    MOVE WS-DATE-JOUR TO DATE-ACCUSE-RECL
                 END-IF
                 MOVE "REPONDUE" TO STATUT-RECL
                 MOVE WS-DATE-JOUR TO DATE-REPONSE-RECL
              WHEN OTHER
                 IF STATUT-RECL NOT EQUAL "REPONDUE"
                    DISPLAY "seule une reclamation repondue peut "
                    "etre close (statut " STATUT-RECL ")"
                    GO TO FAIT-AVANCER-FIN
                 END-IF
                 MOVE "CLOSE" TO STATUT-RECL
                 MOVE WS-DATE-JOUR TO DATE-CLOTURE-RECL
           END-EVALUATE.
           MOVE WS-OPERATEUR-ID TO OPERATEUR-RECL.

           REWRITE LIGNE-RECLAMATION.
           IF WS-FS-RECLAMATIONS-OK
              DISPLAY "reclamation " NUM-RECLAMATION " "
              FUNCTION TRIM(STATUT-RECL) "."
           ELSE
              DISPLAY "erreur de reecriture statut "
              WS-FS-RECLAMATIONS
           END-IF.
       FAIT-AVANCER-FIN.
           EXIT.
