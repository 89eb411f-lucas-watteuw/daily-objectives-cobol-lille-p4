       IDENTIFICATION DIVISION.
       PROGRAM-ID. anonymise.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le fichier de production lu, sous son nom logique
           SELECT F-SOURCE ASSIGN TO WS-CHEMIN-SOURCE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-SOURCE-STATUS.

      *sa copie anonymisée, écrite sous le chemin de répétition que
      *donne la configuration d'environnement, puis relue pour le
      *contrôle
           SELECT F-CIBLE ASSIGN TO WS-CHEMIN-CIBLE
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-CIBLE-STATUS.

           COPY "../copybooks/environnement-select.copy".

      *le compte rendu de contrôle : nombres et totaux de chaque
      *fichier avant et après anonymisation
           SELECT RAPPORT ASSIGN TO "rapport-anonymisation.txt"
              ORGANIZATION IS LINE SEQUENTIAL.

      *le journal d'erreurs commun des batchs
           SELECT ERREURS-BATCH ASSIGN TO "erreurs-batch.log"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-ERREURS-STATUS.

           COPY "../copybooks/session-select.copy".

       DATA DIVISION.
       FILE SECTION.
       FD F-SOURCE.
       01 LIGNE-SOURCE PIC X(200).

       FD F-CIBLE.
       01 LIGNE-CIBLE PIC X(200).

       COPY "../copybooks/environnement-fd.copy".

       FD RAPPORT.
       01 LIGNE-RAPPORT.
           05 LIGNE-RAPPORT-CONTENU PIC X(132).

       FD ERREURS-BATCH.
       01 LIGNE-ERREUR-BATCH PIC X(120).

       COPY "../copybooks/session-fd.copy".

       WORKING-STORAGE SECTION.

       COPY "../copybooks/session-ws.copy".

       COPY "../copybooks/environnement-ws.copy".

      *l'appel du service commun des dates, pour décaler les dates
      *de naissance
       COPY "../copybooks/dates-appel.copy" REPLACING DATES-APPEL BY
          WS-DATES-APPEL
          DATES-FONCTION BY WS-DATES-FONCTION
          DATES-DATE-2 BY WS-DATES-DATE-2
          DATES-DATE-RESULTAT BY WS-DATES-DATE-RESULTAT
          DATES-DATE BY WS-DATES-DATE
          DATES-NOMBRE-RESULTAT BY WS-DATES-NOMBRE-RESULTAT
          DATES-NOMBRE BY WS-DATES-NOMBRE
          DATES-RETOUR BY WS-DATES-RETOUR.

      *statuts des fichiers
       01 WS-SOURCE-STATUS PIC X(2) VALUE SPACES.
           88 WS-SOURCE-STATUS-OK VALUE "00".
       01 WS-CIBLE-STATUS PIC X(2) VALUE SPACES.
           88 WS-CIBLE-STATUS-OK VALUE "00".
       01 WS-ERREURS-STATUS PIC X(2) VALUE SPACES.
           88 WS-ERREURS-STATUS-OK VALUE "00".

      *les chemins du fichier en cours : production et répétition
       01 WS-CHEMIN-SOURCE PIC X(60).
       01 WS-CHEMIN-CIBLE PIC X(60).
       01 WS-FIN-FICHIER PIC X.

      *le fichier en cours et sa disposition : P personnes-master,
      *C clients, A contrats d'assurance, U users.dat, I extrait
      *de la table individus, R adresses des contrats, E
      *changements d'adresse, B coordonnées bancaires
       01 WS-TYPE-FICHIER PIC X.

      *la graine qui rend les valeurs fictives impossibles à
      *recalculer sans elle ; la même graine redonne les mêmes
      *valeurs d'une copie à l'autre
       01 WS-GRAINE-SAISIE PIC X(6).
       01 WS-GRAINE PIC 9(6) VALUE 0.

      *la ligne en cours et ses vues selon le fichier
       01 WS-LIGNE PIC X(200).
       01 WS-V-PERSONNE REDEFINES WS-LIGNE.
           05 WS-VP-NOM      PIC X(15).
           05 WS-VP-PRENOM   PIC X(15).
           05 WS-VP-DATE     PIC X(8).
       01 WS-V-CLIENT REDEFINES WS-LIGNE.
           05 WS-VC-NUM      PIC 9(2).
           05 WS-VC-NOM      PIC X(14).
           05 WS-VC-PRENOM   PIC X(11).
           05 WS-VC-LIMITE   PIC 9(8).
       01 WS-V-CONTRAT REDEFINES WS-LIGNE.
           05 WS-VA-CODE     PIC 9(8).
           05 FILLER         PIC X(31).
           05 WS-VA-CLIENT   PIC X(41).
           05 FILLER         PIC X(29).
           05 WS-VA-MONTANT  PIC 9(8).
       01 WS-V-USER REDEFINES WS-LIGNE.
           05 WS-VU-ID       PIC 9(10).
           05 WS-VU-EMAIL    PIC X(50).
           05 WS-VU-PHONE    PIC X(10).
       01 WS-V-ADRESSE REDEFINES WS-LIGNE.
           05 WS-VR-CONTRAT  PIC 9(8).
           05 FILLER         PIC X(6).
           05 WS-VR-RUE      PIC X(50).
       01 WS-V-EVENEMENT REDEFINES WS-LIGNE.
           05 WS-VE-ID       PIC 9(4).
           05 FILLER         PIC X(42).
           05 WS-VE-NOUVELLE-RUE PIC X(50).
           05 FILLER         PIC X(32).
           05 WS-VE-ANCIENNE-RUE PIC X(50).
       01 WS-V-COORDONNEES REDEFINES WS-LIGNE.
           05 WS-VB-CONTRAT  PIC 9(8).
           05 FILLER         PIC X.
           05 WS-VB-TITULAIRE PIC X(41).
           05 FILLER         PIC X.
           05 WS-VB-IBAN     PIC X(34).

      *les colonnes d'une ligne de l'extrait individus.csv
       01 WS-CSV-ID PIC X(10).
       01 WS-CSV-ID-N PIC 9(4).
       01 WS-CSV-NOM PIC X(50).
       01 WS-CSV-PRENOM PIC X(50).
       01 WS-CSV-TELEPHONE PIC X(10).

      *la date de naissance en AAAAMMJJ et son décalage en jours
       01 WS-NAISSANCE PIC 9(8).
       01 WS-DECALAGE PIC S9(3).

      *la zone en cours d'anonymisation : son contenu, sa longueur,
      *son traitement (N nom, A adresse, E email, C chiffres seuls)
      *et le nombre de caractères de tête gardés tels quels en C
       01 WS-ZONE PIC X(80).
       01 WS-ZONE-LONGUEUR PIC 9(2).
       01 WS-ZONE-MODE PIC X.
       01 WS-ZONE-GARDE PIC 9(2).
       01 WS-POS PIC 9(3).
       01 WS-CAR PIC X.
       01 WS-CAR-CLASSE PIC X.
           88 WS-CAR-LETTRE VALUE "L".
           88 WS-CAR-CHIFFRE VALUE "D".
       01 WS-CHIFFRE PIC 9.
       01 WS-CHIFFRE-PRECEDENT PIC 9.
       01 WS-CHIFFRE-FICTIF PIC 9.

      *le mot en cours : sa position, sa longueur, sa forme en
      *majuscules et son empreinte, qui ne dépend que du mot et de
      *la graine : un même nom donne le même nom fictif dans tous
      *les fichiers
       01 WS-DEBUT-MOT PIC 9(3).
       01 WS-LONGUEUR-MOT PIC 9(3).
       01 WS-MOT PIC X(80).
       01 WS-MOT-MAJ PIC X(80).
       01 WS-MOT-CHERCHE PIC X(82).
       01 WS-INDEX-MOT PIC 9(3).
       01 WS-EMPREINTE PIC 9(7).
       01 WS-PARITE PIC 9.
       01 WS-RANG-LETTRE PIC 9(2).
       01 WS-NB-GARDES PIC 9(2).
       01 WS-MAJUSCULE PIC X.
           88 WS-MOT-EN-MAJUSCULES VALUE "O".
       01 WS-CONSONNES PIC X(17) VALUE "BCDFGHJKLMNPRSTVZ".
       01 WS-CONSONNES-MIN PIC X(17) VALUE "bcdfghjklmnprstvz".
       01 WS-VOYELLES PIC X(6) VALUE "AEIOUY".
       01 WS-VOYELLES-MIN PIC X(6) VALUE "aeiouy".

      *les mots d'une adresse gardés tels quels, pour que la rue
      *fictive reste une rue
       01 WS-MOTS-VOIES.
           05 FILLER PIC X(50) VALUE
              " RUE AVENUE AV BD BOULEVARD CHEMIN ALLEE IMPASSE ".
           05 FILLER PIC X(50) VALUE
              " PLACE ROUTE QUAI COURS SQUARE RESIDENCE LIEU DIT ".
           05 FILLER PIC X(40) VALUE
              " DE DU DES LA LE LES D L ET BIS TER ".

      *les contrôles du fichier en cours : lignes et total avant,
      *lignes et total relus dans la copie
       01 WS-VALEUR-LIGNE PIC 9(12).
       01 WS-NB-LUS PIC 9(6).
       01 WS-TOTAL-SOURCE PIC 9(16).
       01 WS-NB-RELUS PIC 9(6).
       01 WS-TOTAL-CIBLE PIC 9(16).
       01 WS-NB-DECALEES PIC 9(6).
       01 WS-NB-NON-DECALEES PIC 9(6).

      *les compteurs du run
       01 WS-NB-COPIES PIC 9(2) VALUE 0.
       01 WS-NB-ABSENTS PIC 9(2) VALUE 0.
       01 WS-NB-ECARTS PIC 9(2) VALUE 0.

      *la date du run et le message d'erreur préparé
       01 WS-DATE-JOUR PIC 9(8).
       01 WS-HEURE-LOG PIC 9(8).
       01 WS-MESSAGE PIC X(100).

       PROCEDURE DIVISION.

      *l'écran exige l'opérateur connecté via login et habilité
           COPY "../copybooks/session-controle.copy"
              REPLACING SESSION-PROGRAMME-LITERAL BY "anonymise".

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *la configuration d'environnement donne l'arborescence de
      *répétition où les copies sont écrites
           COPY "../copybooks/environnement-init.copy".

           DISPLAY "graine d'anonymisation (6 chiffres, a garder "
           "hors de la repetition)".
           ACCEPT WS-GRAINE-SAISIE.
           IF WS-GRAINE-SAISIE IS NOT NUMERIC
              DISPLAY "graine invalide, aucune copie"
              STOP RUN
           END-IF.
           MOVE WS-GRAINE-SAISIE TO WS-GRAINE.
           IF WS-GRAINE EQUAL 0
              DISPLAY "graine invalide, aucune copie"
              STOP RUN
           END-IF.

           OPEN OUTPUT RAPPORT.
           MOVE SPACES TO LIGNE-RAPPORT.
           STRING "COPIE ANONYMISEE VERS LA REPETITION LE " WS-DATE-JOUR
           " PAR " WS-OPERATEUR-ID
           DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.

      *les fichiers qui portent des personnes, dans l'ordre où la
      *chaine les relie ; la table individus voyage par son extrait
           MOVE "personnes-master.txt" TO WS-FICHIER-LOGIQUE.
           MOVE "P" TO WS-TYPE-FICHIER.
           PERFORM COPIE-ANONYMISEE THRU COPIE-ANONYMISEE-FIN.
           MOVE "clients.txt" TO WS-FICHIER-LOGIQUE.
           MOVE "C" TO WS-TYPE-FICHIER.
           PERFORM COPIE-ANONYMISEE THRU COPIE-ANONYMISEE-FIN.
           MOVE "assurance.csv" TO WS-FICHIER-LOGIQUE.
           MOVE "A" TO WS-TYPE-FICHIER.
           PERFORM COPIE-ANONYMISEE THRU COPIE-ANONYMISEE-FIN.
           MOVE "users.dat" TO WS-FICHIER-LOGIQUE.
           MOVE "U" TO WS-TYPE-FICHIER.
           PERFORM COPIE-ANONYMISEE THRU COPIE-ANONYMISEE-FIN.
           MOVE "individus.csv" TO WS-FICHIER-LOGIQUE.
           MOVE "I" TO WS-TYPE-FICHIER.
           PERFORM COPIE-ANONYMISEE THRU COPIE-ANONYMISEE-FIN.
           MOVE "adresses-contrats.dat" TO WS-FICHIER-LOGIQUE.
           MOVE "R" TO WS-TYPE-FICHIER.
           PERFORM COPIE-ANONYMISEE THRU COPIE-ANONYMISEE-FIN.
           MOVE "evenements-adresse.dat" TO WS-FICHIER-LOGIQUE.
           MOVE "E" TO WS-TYPE-FICHIER.
           PERFORM COPIE-ANONYMISEE THRU COPIE-ANONYMISEE-FIN.
           MOVE "coordonnees-bancaires.dat" TO WS-FICHIER-LOGIQUE.
           MOVE "B" TO WS-TYPE-FICHIER.
           PERFORM COPIE-ANONYMISEE THRU COPIE-ANONYMISEE-FIN.

           MOVE SPACES TO LIGNE-RAPPORT.
           STRING WS-NB-COPIES " fichier(s) copie(s), " WS-NB-ABSENTS
           " absent(s) en production, " WS-NB-ECARTS " ecart(s)"
           DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU.
           WRITE LIGNE-RAPPORT.
           CLOSE RAPPORT.

           IF WS-NB-ECARTS GREATER THAN 0
              MOVE SPACES TO WS-MESSAGE
              STRING WS-NB-ECARTS " fichier(s) en ecart a la copie "
              "anonymisee, voir le rapport"
              DELIMITED BY SIZE INTO WS-MESSAGE
              PERFORM ECRIT-ERREUR THRU ECRIT-ERREUR-FIN
           ELSE
              DISPLAY "copie anonymisee conforme : " WS-NB-COPIES
              " fichier(s), nombres et totaux preserves"
           END-IF.

           STOP RUN.

      *le fichier WS-FICHIER-LOGIQUE est copié ligne à ligne vers
      *son chemin de répétition en remplaçant les données
      *personnelles, puis la copie est relue : mêmes lignes et même
      *total de contrôle, ou le fichier est en écart ; un fichier
      *que la configuration ne cite pas écraserait la production :
      *il n'est pas copié et compte comme un écart
       COPIE-ANONYMISEE.
           MOVE 0 TO WS-NB-LUS.
           MOVE 0 TO WS-TOTAL-SOURCE.
           MOVE 0 TO WS-NB-RELUS.
           MOVE 0 TO WS-TOTAL-CIBLE.
           MOVE 0 TO WS-NB-DECALEES.
           MOVE 0 TO WS-NB-NON-DECALEES.
           PERFORM RESOLIT-FICHIER THRU RESOLIT-FICHIER-FIN.
           MOVE SPACES TO LIGNE-RAPPORT.
           IF WS-FICHIER-PHYSIQUE EQUAL WS-FICHIER-LOGIQUE
              ADD 1 TO WS-NB-ECARTS
              STRING FUNCTION TRIM(WS-FICHIER-LOGIQUE) " absent de "
              "environnement.cfg, non copie"
              DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
              WRITE LIGNE-RAPPORT
              GO TO COPIE-ANONYMISEE-FIN
           END-IF.
           MOVE WS-FICHIER-LOGIQUE TO WS-CHEMIN-SOURCE.
           MOVE WS-FICHIER-PHYSIQUE TO WS-CHEMIN-CIBLE.

           OPEN INPUT F-SOURCE.
           IF NOT WS-SOURCE-STATUS-OK
              ADD 1 TO WS-NB-ABSENTS
              STRING FUNCTION TRIM(WS-FICHIER-LOGIQUE) " absent en "
              "production, rien a copier"
              DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
              WRITE LIGNE-RAPPORT
              GO TO COPIE-ANONYMISEE-FIN
           END-IF.
           OPEN OUTPUT F-CIBLE.
           IF NOT WS-CIBLE-STATUS-OK
              CLOSE F-SOURCE
              ADD 1 TO WS-NB-ECARTS
              STRING FUNCTION TRIM(WS-FICHIER-LOGIQUE) " : "
              FUNCTION TRIM(WS-CHEMIN-CIBLE) " inaccessible, statut "
              WS-CIBLE-STATUS
              DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
              WRITE LIGNE-RAPPORT
              GO TO COPIE-ANONYMISEE-FIN
           END-IF.

           MOVE "C" TO WS-FIN-FICHIER.
           PERFORM UNTIL WS-FIN-FICHIER EQUAL "F"
              READ F-SOURCE
                 AT END
                    MOVE "F" TO WS-FIN-FICHIER
                 NOT AT END
                    MOVE LIGNE-SOURCE TO WS-LIGNE
                    ADD 1 TO WS-NB-LUS
                    PERFORM TOTALISE-LIGNE THRU TOTALISE-LIGNE-FIN
                    ADD WS-VALEUR-LIGNE TO WS-TOTAL-SOURCE
                    PERFORM ANONYMISE-LIGNE THRU ANONYMISE-LIGNE-FIN
                    MOVE WS-LIGNE TO LIGNE-CIBLE
                    WRITE LIGNE-CIBLE
              END-READ
           END-PERFORM.
           CLOSE F-SOURCE.
           CLOSE F-CIBLE.

      *la copie est relue telle qu'elle est sur disque
           OPEN INPUT F-CIBLE.
           IF WS-CIBLE-STATUS-OK
              MOVE "C" TO WS-FIN-FICHIER
              PERFORM UNTIL WS-FIN-FICHIER EQUAL "F"
                 READ F-CIBLE
                    AT END
                       MOVE "F" TO WS-FIN-FICHIER
                    NOT AT END
                       MOVE LIGNE-CIBLE TO WS-LIGNE
                       ADD 1 TO WS-NB-RELUS
                       PERFORM TOTALISE-LIGNE THRU TOTALISE-LIGNE-FIN
                       ADD WS-VALEUR-LIGNE TO WS-TOTAL-CIBLE
                 END-READ
              END-PERFORM
              CLOSE F-CIBLE
           END-IF.

           ADD 1 TO WS-NB-COPIES.
           STRING FUNCTION TRIM(WS-FICHIER-LOGIQUE) " lu "
           WS-NB-LUS " / " WS-TOTAL-SOURCE " copie relue "
           WS-NB-RELUS " / " WS-TOTAL-CIBLE
           DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU.
           IF WS-NB-RELUS EQUAL WS-NB-LUS
           AND WS-TOTAL-CIBLE EQUAL WS-TOTAL-SOURCE
              MOVE "conforme" TO LIGNE-RAPPORT-CONTENU(110:11)
           ELSE
              ADD 1 TO WS-NB-ECARTS
              MOVE "ECART" TO LIGNE-RAPPORT-CONTENU(110:11)
           END-IF.
           WRITE LIGNE-RAPPORT.
           IF WS-TYPE-FICHIER EQUAL "P"
              MOVE SPACES TO LIGNE-RAPPORT
              STRING "  dates de naissance decalees " WS-NB-DECALEES
              ", absentes ou invalides laissees " WS-NB-NON-DECALEES
              DELIMITED BY SIZE INTO LIGNE-RAPPORT-CONTENU
              WRITE LIGNE-RAPPORT
           END-IF.
       COPIE-ANONYMISEE-FIN.
           EXIT.

      *le total de contrôle de la ligne en cours, pris dans ce que
      *l'anonymisation ne touche pas : les montants, les numéros de
      *contrat et les ids, et pour le maître des personnes le
      *nombre de dates de naissance
       TOTALISE-LIGNE.
           MOVE 0 TO WS-VALEUR-LIGNE.
           EVALUATE WS-TYPE-FICHIER
              WHEN "P"
                 IF WS-VP-DATE IS NUMERIC
                    MOVE 1 TO WS-VALEUR-LIGNE
                 END-IF
              WHEN "C"
                 IF WS-VC-LIMITE IS NUMERIC
                    MOVE WS-VC-LIMITE TO WS-VALEUR-LIGNE
                 END-IF
              WHEN "A"
                 IF WS-VA-MONTANT IS NUMERIC
                    MOVE WS-VA-MONTANT TO WS-VALEUR-LIGNE
                 END-IF
              WHEN "U"
                 IF WS-VU-ID IS NUMERIC
                    MOVE WS-VU-ID TO WS-VALEUR-LIGNE
                 END-IF
              WHEN "I"
                 MOVE SPACES TO WS-CSV-ID
                 UNSTRING WS-LIGNE DELIMITED BY ","
                 INTO WS-CSV-ID
                 END-UNSTRING
                 IF WS-CSV-ID(1:4) IS NUMERIC
                    MOVE WS-CSV-ID(1:4) TO WS-CSV-ID-N
                    MOVE WS-CSV-ID-N TO WS-VALEUR-LIGNE
                 END-IF
              WHEN "R"
                 IF WS-VR-CONTRAT IS NUMERIC
                    MOVE WS-VR-CONTRAT TO WS-VALEUR-LIGNE
                 END-IF
              WHEN "E"
                 IF WS-VE-ID IS NUMERIC
                    MOVE WS-VE-ID TO WS-VALEUR-LIGNE
                 END-IF
              WHEN "B"
                 IF WS-VB-CONTRAT IS NUMERIC
                    MOVE WS-VB-CONTRAT TO WS-VALEUR-LIGNE
                 END-IF
           END-EVALUATE.
       TOTALISE-LIGNE-FIN.
           EXIT.

      *on remplace les données personnelles de la ligne en cours
      *selon la disposition du fichier ; montants, dates de
      *contrat, statuts, codes postaux et villes restent ceux de la
      *production
       ANONYMISE-LIGNE.
           EVALUATE WS-TYPE-FICHIER
              WHEN "P"
                 MOVE WS-VP-NOM TO WS-ZONE
                 MOVE 15 TO WS-ZONE-LONGUEUR
                 MOVE "N" TO WS-ZONE-MODE
                 PERFORM ANONYMISE-ZONE THRU ANONYMISE-ZONE-FIN
                 MOVE WS-ZONE TO WS-VP-NOM
                 MOVE WS-VP-PRENOM TO WS-ZONE
                 PERFORM ANONYMISE-ZONE THRU ANONYMISE-ZONE-FIN
                 MOVE WS-ZONE TO WS-VP-PRENOM
                 PERFORM DECALE-NAISSANCE THRU DECALE-NAISSANCE-FIN
              WHEN "C"
                 MOVE WS-VC-NOM TO WS-ZONE
                 MOVE 14 TO WS-ZONE-LONGUEUR
                 MOVE "N" TO WS-ZONE-MODE
                 PERFORM ANONYMISE-ZONE THRU ANONYMISE-ZONE-FIN
                 MOVE WS-ZONE TO WS-VC-NOM
                 MOVE WS-VC-PRENOM TO WS-ZONE
                 MOVE 11 TO WS-ZONE-LONGUEUR
                 PERFORM ANONYMISE-ZONE THRU ANONYMISE-ZONE-FIN
                 MOVE WS-ZONE TO WS-VC-PRENOM
              WHEN "A"
                 MOVE WS-VA-CLIENT TO WS-ZONE
                 MOVE 41 TO WS-ZONE-LONGUEUR
                 MOVE "N" TO WS-ZONE-MODE
                 PERFORM ANONYMISE-ZONE THRU ANONYMISE-ZONE-FIN
                 MOVE WS-ZONE TO WS-VA-CLIENT
              WHEN "U"
                 MOVE WS-VU-EMAIL TO WS-ZONE
                 MOVE 50 TO WS-ZONE-LONGUEUR
                 MOVE "E" TO WS-ZONE-MODE
                 PERFORM ANONYMISE-ZONE THRU ANONYMISE-ZONE-FIN
                 MOVE WS-ZONE TO WS-VU-EMAIL
                 MOVE WS-VU-PHONE TO WS-ZONE
                 MOVE 10 TO WS-ZONE-LONGUEUR
                 MOVE "C" TO WS-ZONE-MODE
                 MOVE 2 TO WS-ZONE-GARDE
                 PERFORM ANONYMISE-ZONE THRU ANONYMISE-ZONE-FIN
                 MOVE WS-ZONE TO WS-VU-PHONE
              WHEN "I"
                 PERFORM ANONYMISE-CSV THRU ANONYMISE-CSV-FIN
              WHEN "R"
                 MOVE WS-VR-RUE TO WS-ZONE
                 MOVE 50 TO WS-ZONE-LONGUEUR
                 MOVE "A" TO WS-ZONE-MODE
                 MOVE 0 TO WS-ZONE-GARDE
                 PERFORM ANONYMISE-ZONE THRU ANONYMISE-ZONE-FIN
                 MOVE WS-ZONE TO WS-VR-RUE
              WHEN "E"
                 MOVE WS-VE-NOUVELLE-RUE TO WS-ZONE
                 MOVE 50 TO WS-ZONE-LONGUEUR
                 MOVE "A" TO WS-ZONE-MODE
                 MOVE 0 TO WS-ZONE-GARDE
                 PERFORM ANONYMISE-ZONE THRU ANONYMISE-ZONE-FIN
                 MOVE WS-ZONE TO WS-VE-NOUVELLE-RUE
                 MOVE WS-VE-ANCIENNE-RUE TO WS-ZONE
                 PERFORM ANONYMISE-ZONE THRU ANONYMISE-ZONE-FIN
                 MOVE WS-ZONE TO WS-VE-ANCIENNE-RUE
              WHEN "B"
                 MOVE WS-VB-TITULAIRE TO WS-ZONE
                 MOVE 41 TO WS-ZONE-LONGUEUR
                 MOVE "N" TO WS-ZONE-MODE
                 PERFORM ANONYMISE-ZONE THRU ANONYMISE-ZONE-FIN
                 MOVE WS-ZONE TO WS-VB-TITULAIRE
      *le pays et la clé de l'IBAN sont gardés, les chiffres du
      *compte sont remplacés
                 MOVE WS-VB-IBAN TO WS-ZONE
                 MOVE 34 TO WS-ZONE-LONGUEUR
                 MOVE "C" TO WS-ZONE-MODE
                 MOVE 4 TO WS-ZONE-GARDE
                 PERFORM ANONYMISE-ZONE THRU ANONYMISE-ZONE-FIN
                 MOVE WS-ZONE TO WS-VB-IBAN
           END-EVALUATE.
       ANONYMISE-LIGNE-FIN.
           EXIT.

      *une ligne de l'extrait individus.csv (id,nom,prenom,telephone)
      *est découpée, anonymisée colonne par colonne et recomposée ;
      *la ligne d'en-tête passe telle quelle
       ANONYMISE-CSV.
           MOVE SPACES TO WS-CSV-ID.
           MOVE SPACES TO WS-CSV-NOM.
           MOVE SPACES TO WS-CSV-PRENOM.
           MOVE SPACES TO WS-CSV-TELEPHONE.
           UNSTRING WS-LIGNE DELIMITED BY ","
           INTO WS-CSV-ID WS-CSV-NOM WS-CSV-PRENOM WS-CSV-TELEPHONE
           END-UNSTRING.
           IF WS-CSV-ID(1:4) IS NOT NUMERIC
              GO TO ANONYMISE-CSV-FIN
           END-IF.
           MOVE WS-CSV-NOM TO WS-ZONE.
           MOVE 50 TO WS-ZONE-LONGUEUR.
           MOVE "N" TO WS-ZONE-MODE.
           PERFORM ANONYMISE-ZONE THRU ANONYMISE-ZONE-FIN.
           MOVE WS-ZONE TO WS-CSV-NOM.
           MOVE WS-CSV-PRENOM TO WS-ZONE.
           PERFORM ANONYMISE-ZONE THRU ANONYMISE-ZONE-FIN.
           MOVE WS-ZONE TO WS-CSV-PRENOM.
           MOVE WS-CSV-TELEPHONE TO WS-ZONE.
           MOVE 10 TO WS-ZONE-LONGUEUR.
           MOVE "C" TO WS-ZONE-MODE.
           MOVE 2 TO WS-ZONE-GARDE.
           PERFORM ANONYMISE-ZONE THRU ANONYMISE-ZONE-FIN.
           MOVE WS-ZONE TO WS-CSV-TELEPHONE.
           MOVE SPACES TO WS-LIGNE.
           STRING FUNCTION TRIM(WS-CSV-ID) ","
           FUNCTION TRIM(WS-CSV-NOM) ","
           FUNCTION TRIM(WS-CSV-PRENOM) ","
           FUNCTION TRIM(WS-CSV-TELEPHONE)
           DELIMITED BY SIZE INTO WS-LIGNE.
       ANONYMISE-CSV-FIN.
           EXIT.

      *la date de naissance (MMJJAAAA) est décalée de -90 à +90
      *jours selon la date et la graine : l'âge reste à peu près
      *celui de la personne, la même date donne la même date fictive
      *; une date absente ou invalide est laissée telle quelle
       DECALE-NAISSANCE.
           IF WS-VP-DATE IS NOT NUMERIC
              ADD 1 TO WS-NB-NON-DECALEES
              GO TO DECALE-NAISSANCE-FIN
           END-IF.
           COMPUTE WS-NAISSANCE = FUNCTION NUMVAL(WS-VP-DATE(5:4))
              * 10000 + FUNCTION NUMVAL(WS-VP-DATE(1:4)).
           COMPUTE WS-DECALAGE =
              FUNCTION MOD(WS-NAISSANCE + WS-GRAINE, 181) - 90.
           IF WS-DECALAGE EQUAL 0
              MOVE 45 TO WS-DECALAGE
           END-IF.
           MOVE "PLUS-JOURS" TO WS-DATES-FONCTION.
           MOVE WS-NAISSANCE TO WS-DATES-DATE.
           MOVE WS-DECALAGE TO WS-DATES-NOMBRE.
           CALL "dates" USING WS-DATES-APPEL.
           IF WS-DATES-RETOUR NOT EQUAL 0
              ADD 1 TO WS-NB-NON-DECALEES
              GO TO DECALE-NAISSANCE-FIN
           END-IF.
           ADD 1 TO WS-NB-DECALEES.
           MOVE WS-DATES-DATE-RESULTAT(5:4) TO WS-VP-DATE(1:4).
           MOVE WS-DATES-DATE-RESULTAT(1:4) TO WS-VP-DATE(5:4).
       DECALE-NAISSANCE-FIN.
           EXIT.

      *on anonymise WS-ZONE sur WS-ZONE-LONGUEUR caractères : en
      *N, A et E chaque mot est remplacé par son mot fictif (en E
      *jusqu'à l'arobase seulement, le domaine restant celui de
      *l'adresse), en A et C les chiffres sont remplacés ; la
      *ponctuation, les espaces et la longueur ne changent pas
       ANONYMISE-ZONE.
           MOVE 0 TO WS-CHIFFRE-PRECEDENT.
           MOVE 1 TO WS-POS.
           PERFORM UNTIL WS-POS GREATER THAN WS-ZONE-LONGUEUR
              PERFORM CLASSE-CARACTERE THRU CLASSE-CARACTERE-FIN
              EVALUATE TRUE
                 WHEN WS-ZONE-MODE EQUAL "E" AND WS-CAR EQUAL "@"
                    COMPUTE WS-POS = WS-ZONE-LONGUEUR + 1
                 WHEN WS-CAR-LETTRE AND WS-ZONE-MODE NOT EQUAL "C"
                    PERFORM REMPLACE-MOT THRU REMPLACE-MOT-FIN
                 WHEN WS-CAR-CHIFFRE
                 AND (WS-ZONE-MODE EQUAL "A" OR WS-ZONE-MODE EQUAL "C")
                 AND WS-POS GREATER THAN WS-ZONE-GARDE
                    PERFORM REMPLACE-CHIFFRE THRU REMPLACE-CHIFFRE-FIN
                    ADD 1 TO WS-POS
                 WHEN OTHER
                    ADD 1 TO WS-POS
              END-EVALUATE
           END-PERFORM.
       ANONYMISE-ZONE-FIN.
           EXIT.

      *le caractère WS-POS de la zone : lettre (les octets des
      *lettres accentuées comptent comme lettres), chiffre ou autre
       CLASSE-CARACTERE.
           MOVE WS-ZONE(WS-POS:1) TO WS-CAR.
           MOVE "S" TO WS-CAR-CLASSE.
           IF WS-CAR IS NUMERIC
              MOVE "D" TO WS-CAR-CLASSE
           END-IF.
           IF (WS-CAR IS ALPHABETIC AND WS-CAR NOT EQUAL SPACE)
           OR FUNCTION ORD(WS-CAR) GREATER THAN 128
              MOVE "L" TO WS-CAR-CLASSE
           END-IF.
       CLASSE-CARACTERE-FIN.
           EXIT.

      *le mot qui commence en WS-POS est remplacé par un mot
      *fictif de même longueur, alternant consonnes et voyelles, tiré
      *de l'empreinte du mot en majuscules : "Dupont", "DUPONT" et
      *"dupont" donnent le même mot fictif, à la casse près ; les
      *mots de voie d'une adresse sont gardés ; WS-POS est rendu
      *après le mot
       REMPLACE-MOT.
           MOVE WS-POS TO WS-DEBUT-MOT.
           PERFORM UNTIL WS-POS GREATER THAN WS-ZONE-LONGUEUR
           OR NOT WS-CAR-LETTRE
              ADD 1 TO WS-POS
              IF WS-POS NOT GREATER THAN WS-ZONE-LONGUEUR
                 PERFORM CLASSE-CARACTERE THRU CLASSE-CARACTERE-FIN
              END-IF
           END-PERFORM.
           COMPUTE WS-LONGUEUR-MOT = WS-POS - WS-DEBUT-MOT.
           MOVE SPACES TO WS-MOT.
           MOVE WS-ZONE(WS-DEBUT-MOT:WS-LONGUEUR-MOT) TO WS-MOT.
           MOVE FUNCTION UPPER-CASE(WS-MOT) TO WS-MOT-MAJ.

           IF WS-ZONE-MODE EQUAL "A"
              MOVE SPACES TO WS-MOT-CHERCHE
              STRING " " WS-MOT-MAJ(1:WS-LONGUEUR-MOT) " "
              DELIMITED BY SIZE INTO WS-MOT-CHERCHE
              MOVE 0 TO WS-NB-GARDES
              INSPECT WS-MOTS-VOIES TALLYING WS-NB-GARDES
              FOR ALL WS-MOT-CHERCHE(1:WS-LONGUEUR-MOT + 2)
              IF WS-NB-GARDES GREATER THAN 0
                 GO TO REMPLACE-MOT-FIN
              END-IF
           END-IF.

           MOVE WS-GRAINE TO WS-EMPREINTE.
           PERFORM VARYING WS-INDEX-MOT FROM 1 BY 1
           UNTIL WS-INDEX-MOT GREATER THAN WS-LONGUEUR-MOT
              COMPUTE WS-EMPREINTE = FUNCTION MOD(WS-EMPREINTE * 31
                 + FUNCTION ORD(WS-MOT-MAJ(WS-INDEX-MOT:1)), 999983)
           END-PERFORM.
           COMPUTE WS-PARITE = FUNCTION MOD(WS-EMPREINTE, 2).

      *la casse du mot fictif suit celle de la première lettre pour
      *les octets accentués, celle de chaque lettre sinon
           MOVE "O" TO WS-MAJUSCULE.
           IF WS-MOT(1:1) IS ALPHABETIC-LOWER
              MOVE "N" TO WS-MAJUSCULE
           END-IF.
           PERFORM VARYING WS-INDEX-MOT FROM 1 BY 1
           UNTIL WS-INDEX-MOT GREATER THAN WS-LONGUEUR-MOT
              COMPUTE WS-EMPREINTE =
                 FUNCTION MOD(WS-EMPREINTE * 7919 + 104729, 999983)
              MOVE WS-MOT(WS-INDEX-MOT:1) TO WS-CAR
              IF WS-CAR IS ALPHABETIC-LOWER
                 MOVE "N" TO WS-MAJUSCULE
              END-IF
              IF WS-CAR IS ALPHABETIC-UPPER
                 MOVE "O" TO WS-MAJUSCULE
              END-IF
              IF FUNCTION MOD(WS-INDEX-MOT + WS-PARITE, 2) EQUAL 1
                 COMPUTE WS-RANG-LETTRE =
                    FUNCTION MOD(WS-EMPREINTE, 17) + 1
                 IF WS-MOT-EN-MAJUSCULES
                    MOVE WS-CONSONNES(WS-RANG-LETTRE:1) TO WS-CAR
                 ELSE
                    MOVE WS-CONSONNES-MIN(WS-RANG-LETTRE:1) TO WS-CAR
                 END-IF
              ELSE
                 COMPUTE WS-RANG-LETTRE =
                    FUNCTION MOD(WS-EMPREINTE, 6) + 1
                 IF WS-MOT-EN-MAJUSCULES
                    MOVE WS-VOYELLES(WS-RANG-LETTRE:1) TO WS-CAR
                 ELSE
                    MOVE WS-VOYELLES-MIN(WS-RANG-LETTRE:1) TO WS-CAR
                 END-IF
              END-IF
              MOVE WS-CAR TO WS-ZONE(WS-DEBUT-MOT + WS-INDEX-MOT - 1:1)
           END-PERFORM.
       REMPLACE-MOT-FIN.
           EXIT.

      *le chiffre WS-POS est remplacé selon sa position, la graine
      *et le chiffre d'origine qui le précède : un même numéro
      *donne toujours le même numéro fictif, et deux numéros
      *différents restent différents
       REMPLACE-CHIFFRE.
           MOVE WS-CAR TO WS-CHIFFRE.
           COMPUTE WS-CHIFFRE-FICTIF = FUNCTION MOD(WS-CHIFFRE
              + FUNCTION MOD(WS-GRAINE + WS-POS * 7, 10)
              + WS-CHIFFRE-PRECEDENT, 10).
           MOVE WS-CHIFFRE-FICTIF TO WS-ZONE(WS-POS:1).
           MOVE WS-CHIFFRE TO WS-CHIFFRE-PRECEDENT.
       REMPLACE-CHIFFRE-FIN.
           EXIT.

      *une ligne au journal d'erreurs commun avec le message
      *préparé dans WS-MESSAGE, et le code retour qui signale la
      *copie en échec
       ECRIT-ERREUR.
           OPEN INPUT ERREURS-BATCH.
           IF WS-ERREURS-STATUS-OK
              CLOSE ERREURS-BATCH
              OPEN EXTEND ERREURS-BATCH
           ELSE
              OPEN OUTPUT ERREURS-BATCH
           END-IF.
           MOVE SPACES TO LIGNE-ERREUR-BATCH.
           ACCEPT WS-HEURE-LOG FROM TIME.
           STRING "ERROR " WS-DATE-JOUR " " WS-HEURE-LOG
           " ANONYMISE " FUNCTION TRIM(WS-MESSAGE)
           DELIMITED BY SIZE INTO LIGNE-ERREUR-BATCH.
           WRITE LIGNE-ERREUR-BATCH.
           CLOSE ERREURS-BATCH.
           DISPLAY FUNCTION TRIM(WS-MESSAGE).
           MOVE 8 TO RETURN-CODE.
       ECRIT-ERREUR-FIN.
           EXIT.

       COPY "../copybooks/environnement-cherche.copy".
