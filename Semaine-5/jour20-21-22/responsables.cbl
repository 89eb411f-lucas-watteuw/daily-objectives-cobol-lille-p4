      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. responsables.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les responsables légaux des éléves, tenus par le secrétariat
           COPY "../../copybooks/responsables-select.copy".

      *le registre des inscriptions, pour ne rattacher un
      *responsable qu'à un éléve connu de l'école
           COPY "../../copybooks/inscriptions-select.copy".

      *la liste des codes postaux connus avec leur ville, la même
      *que celle de changesq pour valider l'adresse saisie
           SELECT VILLES ASSIGN TO "villes.txt"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-VILLES-STATUS.

      *la session opérateur posée par login.cbl et les droits par
      *programme
           COPY "../../copybooks/session-select.copy".

       DATA DIVISION.
       FILE SECTION.
           COPY "../../copybooks/responsables-fd.copy".

           COPY "../../copybooks/inscriptions-fd.copy".

       FD VILLES.
       01 LIGNE-VILLE.
           05 CP-VILLE  PIC X(5).
           05 FILLER    PIC X.
           05 NOM-VILLE PIC X(30).

       COPY "../../copybooks/session-fd.copy".

       WORKING-STORAGE SECTION.

       COPY "../../copybooks/session-ws.copy".

       COPY "../../copybooks/responsables-ws.copy".

       COPY "../../copybooks/inscriptions-ws.copy".

      *la liste des villes connues chargée depuis villes.txt ; sans
      *elle, seul le format du code postal est contrôlé
       01 WS-VILLES-STATUS PIC X(2) VALUE SPACES.
           88 WS-VILLES-STATUS-OK VALUE "00".
       01 WS-FIN-VILLES PIC X VALUE "C".
       01 WS-NB-VILLES PIC 9(4) VALUE 0.
       01 WS-VILLE-LIGNE OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-VILLES.
           05 WS-VILLE-CP  PIC X(5).
           05 WS-VILLE-NOM PIC X(30).
       01 WS-INDEX-VILLE PIC 9(4).
       01 WS-CP-VALIDE PIC 9 VALUE 0.

      *le numéro de la commande entré par l'utilisateur
       01 WS-COMMANDE PIC 9.

      *la date du jour, date de la mise à jour
       01 WS-DATE-JOUR  PIC 9(08).

      *l'éléve et le rang demandés
       01 WS-NOM-SAISI      PIC X(07).
       01 WS-PRENOM-SAISI   PIC X(06).
       01 WS-RANG-SAISI     PIC X(01).
       01 WS-INDEX-TROUVE   PIC 9(4).
       01 WS-NB-TROUVES     PIC 9.
       01 WS-CONFIRMATION   PIC X(01).

      *le responsable en cours de saisie : chaque zone laissée vide
      *garde sa valeur actuelle
       01 WS-SAISIE         PIC X(50).
       01 WS-NOUV-LIEN      PIC X(10).
       01 WS-NOUV-NOM       PIC X(41).
       01 WS-NOUV-RUE       PIC X(50).
       01 WS-NOUV-CP        PIC X(5).
       01 WS-NOUV-VILLE     PIC X(30).
       01 WS-NOUV-TELEPHONE PIC X(10).
       01 WS-NOUV-MAIL      PIC X(50).
       01 WS-NOUV-COURRIER  PIC X(01).
       01 WS-NOUV-FOYER     PIC 9(6).
       01 WS-FOYER-MAX      PIC 9(6).

      *le contrôle du mail : un seul @, pas en tête, et un point
       01 WS-NB-AROBASES    PIC 9(2).
       01 WS-NB-POINTS      PIC 9(2).

       PROCEDURE DIVISION.

      *l'écran exige l'opérateur connecté via login et habilité
           COPY "../../copybooks/session-controle.copy"
              REPLACING SESSION-PROGRAMME-LITERAL BY "responsables".

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           COPY "../../copybooks/responsables-init.copy".

           COPY "../../copybooks/inscriptions-init.copy".

      *on charge la liste des villes connues ; le contrôle du code
      *postal s'y réfère dès qu'elle existe
           OPEN INPUT VILLES.
           IF WS-VILLES-STATUS-OK
              PERFORM UNTIL WS-FIN-VILLES EQUAL "F"
                 READ VILLES
                    AT END
                       MOVE "F" TO WS-FIN-VILLES
                    NOT AT END
                       ADD 1 TO WS-NB-VILLES
                       MOVE CP-VILLE TO WS-VILLE-CP(WS-NB-VILLES)
                       MOVE NOM-VILLE TO WS-VILLE-NOM(WS-NB-VILLES)
                 END-READ
              END-PERFORM
              CLOSE VILLES
           END-IF.

           DISPLAY "que voulez-vous faire?".
           DISPLAY "1 pour consulter les responsables d'un eleve".
           DISPLAY "2 pour saisir ou modifier un responsable".
           DISPLAY "3 pour supprimer un responsable".
           DISPLAY "pour quitter le programme, entrer autre chose".
           ACCEPT WS-COMMANDE.

           EVALUATE WS-COMMANDE

           WHEN EQUAL 1
              PERFORM CONSULTE-RESPONSABLES
              THRU CONSULTE-RESPONSABLES-FIN

           WHEN EQUAL 2
              IF NOT WS-DROIT-MAJ
                 DISPLAY "droit de mise a jour requis"
              ELSE
                 PERFORM SAISIT-RESPONSABLE
                 THRU SAISIT-RESPONSABLE-FIN
              END-IF

           WHEN EQUAL 3
              IF NOT WS-DROIT-SUPPRESSION
                 DISPLAY "droit de suppression requis"
              ELSE
                 PERFORM SUPPRIME-RESPONSABLE
                 THRU SUPPRIME-RESPONSABLE-FIN
              END-IF

           WHEN OTHER
              DISPLAY "vous voulez quitter le programme"

           END-EVALUATE.

           STOP RUN.

      *l'éléve demandé, repéré comme dans les courriers de l'école
       SAISIT-ELEVE.
           DISPLAY "nom de l'eleve (7 caracteres)".
           ACCEPT WS-NOM-SAISI.
           DISPLAY "prenom de l'eleve (6 caracteres)".
           ACCEPT WS-PRENOM-SAISI.
           MOVE SPACES TO WS-RSP-CLE-ELEVE.
           STRING WS-NOM-SAISI " " WS-PRENOM-SAISI
           DELIMITED BY SIZE INTO WS-RSP-CLE-ELEVE
           END-STRING.
       SAISIT-ELEVE-FIN.
           EXIT.

      *le responsable de rang WS-RANG-SAISI de l'éléve demandé, ou
      *0 dans WS-INDEX-TROUVE
       CHERCHE-RESPONSABLE.
           MOVE 0 TO WS-INDEX-TROUVE.
           PERFORM VARYING WS-INDEX-RESPONSABLE FROM 1 BY 1
           UNTIL WS-INDEX-RESPONSABLE GREATER THAN WS-NB-RESPONSABLES
              IF WS-RSP-ELEVE(WS-INDEX-RESPONSABLE)
              EQUAL WS-RSP-CLE-ELEVE
              AND WS-RSP-RANG(WS-INDEX-RESPONSABLE) EQUAL WS-RANG-SAISI
                 MOVE WS-INDEX-RESPONSABLE TO WS-INDEX-TROUVE
              END-IF
           END-PERFORM.
       CHERCHE-RESPONSABLE-FIN.
           EXIT.

      *affiche les responsables de l'éléve demandé et les
      *exemplaires que recevra sa famille
       CONSULTE-RESPONSABLES.
           PERFORM SAISIT-ELEVE THRU SAISIT-ELEVE-FIN.
           MOVE 0 TO WS-NB-TROUVES.
           PERFORM VARYING WS-INDEX-RESPONSABLE FROM 1 BY 1
           UNTIL WS-INDEX-RESPONSABLE GREATER THAN WS-NB-RESPONSABLES
              IF WS-RSP-ELEVE(WS-INDEX-RESPONSABLE)
              EQUAL WS-RSP-CLE-ELEVE
                 ADD 1 TO WS-NB-TROUVES
                 MOVE WS-INDEX-RESPONSABLE TO WS-INDEX-TROUVE
                 PERFORM AFFICHE-RESPONSABLE
              END-IF
           END-PERFORM.
           IF WS-NB-TROUVES EQUAL 0
              DISPLAY "aucun responsable pour " WS-RSP-CLE-ELEVE
              GO TO CONSULTE-RESPONSABLES-FIN
           END-IF.

           PERFORM CHERCHE-COPIES THRU CHERCHE-COPIES-FIN.
           DISPLAY "exemplaires du courrier : " WS-NB-COPIES.
           PERFORM VARYING WS-INDEX-COPIE FROM 1 BY 1
           UNTIL WS-INDEX-COPIE GREATER THAN WS-NB-COPIES
              DISPLAY "  foyer " WS-COP-FOYER(WS-INDEX-COPIE)
              " " WS-COP-DEST(WS-INDEX-COPIE)
              DISPLAY "    " WS-COP-RUE(WS-INDEX-COPIE)
              DISPLAY "    " WS-COP-CP(WS-INDEX-COPIE)
              " " WS-COP-VILLE(WS-INDEX-COPIE)
           END-PERFORM.
       CONSULTE-RESPONSABLES-FIN.
           EXIT.

      *affiche le responsable WS-INDEX-TROUVE
       AFFICHE-RESPONSABLE.
           DISPLAY "responsable " WS-RSP-RANG(WS-INDEX-TROUVE)
           " " WS-RSP-LIEN(WS-INDEX-TROUVE)
           " " WS-RSP-NOM(WS-INDEX-TROUVE).
           DISPLAY "  adresse   " WS-RSP-RUE(WS-INDEX-TROUVE).
           DISPLAY "            " WS-RSP-CP(WS-INDEX-TROUVE)
           " " WS-RSP-VILLE(WS-INDEX-TROUVE).
           DISPLAY "  telephone " WS-RSP-TELEPHONE(WS-INDEX-TROUVE).
           DISPLAY "  mail      " WS-RSP-MAIL(WS-INDEX-TROUVE).
           DISPLAY "  courrier  " WS-RSP-COURRIER(WS-INDEX-TROUVE)
           " foyer " WS-RSP-FOYER(WS-INDEX-TROUVE)
           " mis a jour le " WS-RSP-MAJ-DATE(WS-INDEX-TROUVE)
           " par " WS-RSP-OPERATEUR(WS-INDEX-TROUVE).

      *saisit un nouveau responsable ou modifie celui du rang
      *demandé ; l'adresse passe le même contrôle que dans changesq
      *et le foyer est retrouvé d'après l'adresse
       SAISIT-RESPONSABLE.
           PERFORM SAISIT-ELEVE THRU SAISIT-ELEVE-FIN.
           IF WS-NOM-SAISI EQUAL SPACES
              DISPLAY "nom obligatoire"
              GO TO SAISIT-RESPONSABLE-FIN
           END-IF.

      *un responsable ne se rattache qu'à un éléve du registre,
      *quand le registre est tenu
           IF WS-NB-MOUVEMENTS GREATER THAN 0
              MOVE WS-NOM-SAISI TO WS-SIT-LASTNAME
              MOVE WS-PRENOM-SAISI TO WS-SIT-FIRSTNAME
              MOVE WS-DATE-JOUR TO WS-SIT-DATE
              PERFORM SITUE-ELEVE THRU SITUE-ELEVE-FIN
              IF NOT WS-SIT-EST-CONNU
                 DISPLAY "eleve absent du registre des inscriptions"
                 GO TO SAISIT-RESPONSABLE-FIN
              END-IF
           END-IF.

           DISPLAY "rang du responsable (1 ou 2)".
           ACCEPT WS-RANG-SAISI.
           IF WS-RANG-SAISI NOT EQUAL "1"
           AND WS-RANG-SAISI NOT EQUAL "2"
              DISPLAY "rang invalide"
              GO TO SAISIT-RESPONSABLE-FIN
           END-IF.

           PERFORM CHERCHE-RESPONSABLE THRU CHERCHE-RESPONSABLE-FIN.
           IF WS-INDEX-TROUVE GREATER THAN 0
              PERFORM AFFICHE-RESPONSABLE
              DISPLAY "laisser une zone vide pour garder sa valeur"
              MOVE WS-RSP-LIEN(WS-INDEX-TROUVE) TO WS-NOUV-LIEN
              MOVE WS-RSP-NOM(WS-INDEX-TROUVE) TO WS-NOUV-NOM
              MOVE WS-RSP-RUE(WS-INDEX-TROUVE) TO WS-NOUV-RUE
              MOVE WS-RSP-CP(WS-INDEX-TROUVE) TO WS-NOUV-CP
              MOVE WS-RSP-VILLE(WS-INDEX-TROUVE) TO WS-NOUV-VILLE
              MOVE WS-RSP-TELEPHONE(WS-INDEX-TROUVE)
              TO WS-NOUV-TELEPHONE
              MOVE WS-RSP-MAIL(WS-INDEX-TROUVE) TO WS-NOUV-MAIL
              MOVE WS-RSP-COURRIER(WS-INDEX-TROUVE)
              TO WS-NOUV-COURRIER
           ELSE
              MOVE SPACES TO WS-NOUV-LIEN WS-NOUV-NOM WS-NOUV-RUE
              MOVE SPACES TO WS-NOUV-CP WS-NOUV-VILLE
              MOVE SPACES TO WS-NOUV-TELEPHONE WS-NOUV-MAIL
              MOVE "O" TO WS-NOUV-COURRIER
           END-IF.

           DISPLAY "lien avec l'eleve (PERE, MERE, TUTEUR...)".
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT EQUAL SPACES
              MOVE WS-SAISIE TO WS-NOUV-LIEN
           END-IF.
           DISPLAY "nom porte sur l'enveloppe (ex M. Paul DUPONT)".
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT EQUAL SPACES
              MOVE WS-SAISIE TO WS-NOUV-NOM
           END-IF.
           DISPLAY "rue".
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT EQUAL SPACES
              MOVE WS-SAISIE TO WS-NOUV-RUE
           END-IF.
           DISPLAY "code postal".
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT EQUAL SPACES
              MOVE WS-SAISIE TO WS-NOUV-CP
           END-IF.
           DISPLAY "ville".
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT EQUAL SPACES
              MOVE WS-SAISIE TO WS-NOUV-VILLE
           END-IF.
           DISPLAY "telephone (chiffres seulement)".
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT EQUAL SPACES
              MOVE WS-SAISIE TO WS-NOUV-TELEPHONE
           END-IF.
           DISPLAY "mail".
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT EQUAL SPACES
              MOVE WS-SAISIE TO WS-NOUV-MAIL
           END-IF.
           DISPLAY "recoit le courrier de l'ecole (O/N)".
           MOVE SPACES TO WS-SAISIE.
           ACCEPT WS-SAISIE.
           IF WS-SAISIE NOT EQUAL SPACES
              MOVE WS-SAISIE TO WS-NOUV-COURRIER
           END-IF.

      *le lien, le nom et l'adresse sont obligatoires ; téléphone
      *et mail, facultatifs, doivent être exploitables s'ils sont
      *renseignés
           IF WS-NOUV-LIEN EQUAL SPACES
           OR WS-NOUV-NOM EQUAL SPACES
           OR WS-NOUV-RUE EQUAL SPACES
              DISPLAY "lien, nom et rue obligatoires, saisie annulee"
              GO TO SAISIT-RESPONSABLE-FIN
           END-IF.
           PERFORM VALIDE-CODE-POSTAL THRU VALIDE-CODE-POSTAL-FIN.
           IF WS-CP-VALIDE NOT EQUAL 0
              DISPLAY "adresse invalide, saisie annulee"
              GO TO SAISIT-RESPONSABLE-FIN
           END-IF.
           IF WS-NOUV-TELEPHONE NOT EQUAL SPACES
           AND WS-NOUV-TELEPHONE IS NOT NUMERIC
              DISPLAY "telephone invalide, saisie annulee"
              GO TO SAISIT-RESPONSABLE-FIN
           END-IF.
           IF WS-NOUV-MAIL NOT EQUAL SPACES
              MOVE 0 TO WS-NB-AROBASES
              MOVE 0 TO WS-NB-POINTS
              INSPECT WS-NOUV-MAIL TALLYING WS-NB-AROBASES FOR ALL "@"
              INSPECT WS-NOUV-MAIL TALLYING WS-NB-POINTS FOR ALL "."
              IF WS-NB-AROBASES NOT EQUAL 1
              OR WS-NB-POINTS EQUAL 0
              OR WS-NOUV-MAIL(1:1) EQUAL "@"
              OR WS-NOUV-MAIL(1:1) EQUAL SPACE
                 DISPLAY "mail invalide, saisie annulee"
                 GO TO SAISIT-RESPONSABLE-FIN
              END-IF
           END-IF.
           IF WS-NOUV-COURRIER NOT EQUAL "O"
           AND WS-NOUV-COURRIER NOT EQUAL "N"
              DISPLAY "courrier O ou N, saisie annulee"
              GO TO SAISIT-RESPONSABLE-FIN
           END-IF.

           IF WS-INDEX-TROUVE EQUAL 0
              IF WS-NB-RESPONSABLES NOT LESS THAN 9999
                 DISPLAY "fichier des responsables plein"
                 GO TO SAISIT-RESPONSABLE-FIN
              END-IF
              ADD 1 TO WS-NB-RESPONSABLES
              MOVE WS-NB-RESPONSABLES TO WS-INDEX-TROUVE
              MOVE WS-RSP-CLE-ELEVE TO WS-RSP-ELEVE(WS-INDEX-TROUVE)
              MOVE WS-RANG-SAISI TO WS-RSP-RANG(WS-INDEX-TROUVE)
              MOVE 0 TO WS-RSP-FOYER(WS-INDEX-TROUVE)
           END-IF.

           PERFORM ATTRIBUE-FOYER THRU ATTRIBUE-FOYER-FIN.

           MOVE WS-NOUV-LIEN TO WS-RSP-LIEN(WS-INDEX-TROUVE).
           MOVE WS-NOUV-NOM TO WS-RSP-NOM(WS-INDEX-TROUVE).
           MOVE WS-NOUV-RUE TO WS-RSP-RUE(WS-INDEX-TROUVE).
           MOVE WS-NOUV-CP TO WS-RSP-CP(WS-INDEX-TROUVE).
           MOVE WS-NOUV-VILLE TO WS-RSP-VILLE(WS-INDEX-TROUVE).
           MOVE WS-NOUV-TELEPHONE TO WS-RSP-TELEPHONE(WS-INDEX-TROUVE).
           MOVE WS-NOUV-MAIL TO WS-RSP-MAIL(WS-INDEX-TROUVE).
           MOVE WS-NOUV-COURRIER TO WS-RSP-COURRIER(WS-INDEX-TROUVE).
           MOVE WS-NOUV-FOYER TO WS-RSP-FOYER(WS-INDEX-TROUVE).
           MOVE WS-DATE-JOUR TO WS-RSP-MAJ-DATE(WS-INDEX-TROUVE).
           MOVE WS-OPERATEUR-ID TO WS-RSP-OPERATEUR(WS-INDEX-TROUVE).

           PERFORM ECRIT-RESPONSABLES.

           DISPLAY "responsable " WS-RANG-SAISI " enregistre, foyer "
           WS-NOUV-FOYER.
           PERFORM CHERCHE-COPIES THRU CHERCHE-COPIES-FIN.
           IF WS-NB-COPIES EQUAL 0
              DISPLAY "attention : aucun responsable de l'eleve ne "
              "recoit le courrier"
           ELSE
              DISPLAY "le courrier de l'eleve partira en "
              WS-NB-COPIES " exemplaire(s)"
           END-IF.
       SAISIT-RESPONSABLE-FIN.
           EXIT.

      *le foyer du responsable saisi : celui d'un autre responsable
      *à la même adresse (les parents qui vivent ensemble, les
      *frères et soeurs), sinon un nouveau code
       ATTRIBUE-FOYER.
           MOVE 0 TO WS-NOUV-FOYER.
           MOVE 0 TO WS-FOYER-MAX.
           PERFORM VARYING WS-INDEX-RESPONSABLE FROM 1 BY 1
           UNTIL WS-INDEX-RESPONSABLE GREATER THAN WS-NB-RESPONSABLES
              IF WS-RSP-FOYER(WS-INDEX-RESPONSABLE)
              GREATER THAN WS-FOYER-MAX
                 MOVE WS-RSP-FOYER(WS-INDEX-RESPONSABLE)
                 TO WS-FOYER-MAX
              END-IF
              IF WS-INDEX-RESPONSABLE NOT EQUAL WS-INDEX-TROUVE
              AND WS-NOUV-FOYER EQUAL 0
              AND WS-RSP-CP(WS-INDEX-RESPONSABLE) EQUAL WS-NOUV-CP
              AND FUNCTION UPPER-CASE(WS-RSP-RUE(WS-INDEX-RESPONSABLE))
              EQUAL FUNCTION UPPER-CASE(WS-NOUV-RUE)
              AND FUNCTION UPPER-CASE(
              WS-RSP-VILLE(WS-INDEX-RESPONSABLE))
              EQUAL FUNCTION UPPER-CASE(WS-NOUV-VILLE)
                 MOVE WS-RSP-FOYER(WS-INDEX-RESPONSABLE)
                 TO WS-NOUV-FOYER
              END-IF
           END-PERFORM.
           IF WS-NOUV-FOYER EQUAL 0
              COMPUTE WS-NOUV-FOYER = WS-FOYER-MAX + 1
           END-IF.
       ATTRIBUE-FOYER-FIN.
           EXIT.

      *le code postal doit faire cinq chiffres et, quand la liste
      *des villes existe, correspondre à la ville saisie
       VALIDE-CODE-POSTAL.
           MOVE 0 TO WS-CP-VALIDE.
           IF WS-NOUV-CP IS NOT NUMERIC
              MOVE 1 TO WS-CP-VALIDE
              DISPLAY "le code postal doit faire cinq chiffres"
              GO TO VALIDE-CODE-POSTAL-FIN
           END-IF.
           IF WS-NB-VILLES EQUAL 0
              GO TO VALIDE-CODE-POSTAL-FIN
           END-IF.
           MOVE 1 TO WS-CP-VALIDE.
           PERFORM VARYING WS-INDEX-VILLE FROM 1 BY 1
           UNTIL WS-INDEX-VILLE GREATER THAN WS-NB-VILLES
              IF WS-VILLE-CP(WS-INDEX-VILLE) EQUAL WS-NOUV-CP
              AND FUNCTION UPPER-CASE(FUNCTION TRIM(
              WS-VILLE-NOM(WS-INDEX-VILLE))) EQUAL
              FUNCTION UPPER-CASE(FUNCTION TRIM(WS-NOUV-VILLE))
                 MOVE 0 TO WS-CP-VALIDE
              END-IF
           END-PERFORM.
           IF WS-CP-VALIDE NOT EQUAL 0
              DISPLAY "code postal et ville incoherents avec la "
              "liste des villes connues"
           END-IF.
       VALIDE-CODE-POSTAL-FIN.
           EXIT.

      *supprime le responsable du rang demandé, après confirmation
       SUPPRIME-RESPONSABLE.
           PERFORM SAISIT-ELEVE THRU SAISIT-ELEVE-FIN.
           DISPLAY "rang du responsable (1 ou 2)".
           ACCEPT WS-RANG-SAISI.
           PERFORM CHERCHE-RESPONSABLE THRU CHERCHE-RESPONSABLE-FIN.
           IF WS-INDEX-TROUVE EQUAL 0
              DISPLAY "responsable inconnu"
              GO TO SUPPRIME-RESPONSABLE-FIN
           END-IF.
           PERFORM AFFICHE-RESPONSABLE.
           DISPLAY "confirmer la suppression (O/N)".
           ACCEPT WS-CONFIRMATION.
           IF WS-CONFIRMATION NOT EQUAL "O"
              DISPLAY "suppression abandonnee"
              GO TO SUPPRIME-RESPONSABLE-FIN
           END-IF.

      *les responsables suivants remontent d'un cran
           PERFORM VARYING WS-INDEX-RESPONSABLE FROM WS-INDEX-TROUVE
           BY 1 UNTIL WS-INDEX-RESPONSABLE NOT LESS THAN
           WS-NB-RESPONSABLES
              MOVE WS-RESPONSABLE(WS-INDEX-RESPONSABLE + 1)
              TO WS-RESPONSABLE(WS-INDEX-RESPONSABLE)
           END-PERFORM.
           SUBTRACT 1 FROM WS-NB-RESPONSABLES.

           PERFORM ECRIT-RESPONSABLES.
           DISPLAY "responsable supprime".
           PERFORM CHERCHE-COPIES THRU CHERCHE-COPIES-FIN.
           IF WS-NB-COPIES EQUAL 0
              DISPLAY "attention : aucun responsable de l'eleve ne "
              "recoit le courrier"
           END-IF.
       SUPPRIME-RESPONSABLE-FIN.
           EXIT.

      *le fichier des responsables est réécrit en entier
       ECRIT-RESPONSABLES.
           OPEN OUTPUT F-RESPONSABLES.
           PERFORM VARYING WS-INDEX-RESPONSABLE FROM 1 BY 1
           UNTIL WS-INDEX-RESPONSABLE GREATER THAN WS-NB-RESPONSABLES
              MOVE SPACES TO LIGNE-F-RESPONSABLE
              MOVE WS-RSP-ELEVE(WS-INDEX-RESPONSABLE) TO RSP-ELEVE
              MOVE WS-RSP-RANG(WS-INDEX-RESPONSABLE) TO RSP-RANG
              MOVE WS-RSP-LIEN(WS-INDEX-RESPONSABLE) TO RSP-LIEN
              MOVE WS-RSP-NOM(WS-INDEX-RESPONSABLE) TO RSP-NOM
              MOVE WS-RSP-RUE(WS-INDEX-RESPONSABLE) TO RSP-RUE
              MOVE WS-RSP-CP(WS-INDEX-RESPONSABLE) TO RSP-CP
              MOVE WS-RSP-VILLE(WS-INDEX-RESPONSABLE) TO RSP-VILLE
              MOVE WS-RSP-TELEPHONE(WS-INDEX-RESPONSABLE)
              TO RSP-TELEPHONE
              MOVE WS-RSP-MAIL(WS-INDEX-RESPONSABLE) TO RSP-MAIL
              MOVE WS-RSP-COURRIER(WS-INDEX-RESPONSABLE)
              TO RSP-COURRIER
              MOVE WS-RSP-FOYER(WS-INDEX-RESPONSABLE) TO RSP-FOYER
              MOVE WS-RSP-MAJ-DATE(WS-INDEX-RESPONSABLE)
              TO RSP-MAJ-DATE
              MOVE WS-RSP-OPERATEUR(WS-INDEX-RESPONSABLE)
              TO RSP-OPERATEUR
              WRITE LIGNE-F-RESPONSABLE
           END-PERFORM.
           CLOSE F-RESPONSABLES.

       COPY "../../copybooks/responsables-copies.copy".

       COPY "../../copybooks/inscriptions-situe.copy".
