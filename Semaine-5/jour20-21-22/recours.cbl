      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. recours.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les recours sur les notes, tenus par le secrétariat ; la
      *note n'est corrigée qu'au passage de revision
           COPY "../../copybooks/recours-select.copy".

      *le fichier d'entrée de student.cbl, relu pour retrouver la
      *classe de l'éléve et la note contestée
           SELECT F-INPUT
               ASSIGN TO 'input.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-STATUS.

      *la session opérateur posée par login.cbl et les droits par
      *programme
           COPY "../../copybooks/session-select.copy".

       DATA DIVISION.
       FILE SECTION.
           COPY "../../copybooks/recours-fd.copy".

      *les lignes d'input.dat telles que student.cbl les lit
       FD  F-INPUT
           RECORD CONTAINS 2 TO 1000 CHARACTERS
           RECORDING MODE IS V.

       01  REC-F-INPUT-2       PIC 9(02).
       01  REC-F-INPUT-100     PIC X(100).

       01  REC-STUDENT.
           03 R-S-KEY          PIC 9(02).
           03 R-LASTNAME       PIC X(07).
           03 R-FIRSTNAME      PIC X(06).
           03 R-AGE            PIC 9(02).
           03 R-CLASS          PIC X(05).

       01  REC-COURSE.
           03 R-C-KEY          PIC 9(02).
           03 R-LABEL          PIC X(21).
           03 R-COEF           PIC X(3).
           03 R-GRADE          PIC 9(5).

       COPY "../../copybooks/session-fd.copy".

       WORKING-STORAGE SECTION.

       COPY "../../copybooks/session-ws.copy".

       COPY "../../copybooks/recours-ws.copy".

       01  F-INPUT-STATUS        PIC X(02) VALUE SPACE.
           88 F-INPUT-STATUS-OK  VALUE '00'.
           88 F-INPUT-STATUS-EOF VALUE '10'.

      *le numéro de la commande entré par l'utilisateur
       01 WS-COMMANDE PIC 9.

      *la date du jour, date du dépôt ou de la décision
       01 WS-DATE-JOUR  PIC 9(08).

      *les saisies de l'opérateur
       01 WS-TERME          PIC X(10).
       01 WS-NOM-SAISI      PIC X(07).
       01 WS-PRENOM-SAISI   PIC X(06).
       01 WS-MATIERE-SAISIE PIC X(21).
       01 WS-NOTE-SAISIE    PIC X(02).
       01 WS-NOTE           PIC 9(02).
       01 WS-MOTIF-SAISI    PIC X(40).
       01 WS-NUMERO-SAISI   PIC 9(05).
       01 WS-DECISION-SAISIE PIC X(01).
       01 WS-DECIDEUR-SAISI PIC X(30).
       01 WS-SAISIE-VALIDE  PIC X VALUE "N".
           88 WS-SAISIE-EST-VALIDE VALUE "O".

      *la note contestée retrouvée dans input.dat
       01 WS-ELEVE-COURANT  PIC X VALUE "N".
           88 WS-ELEVE-EST-COURANT VALUE "O".
       01 WS-NOTE-TROUVEE   PIC X VALUE "N".
           88 WS-NOTE-EST-TROUVEE VALUE "O".
       01 WS-CLASSE-TROUVEE PIC X(05).
       01 WS-NOTE-ORIGINE   PIC 9(02).

      *le recours désigné et le libellé de sa décision
       01 WS-INDEX-TROUVE   PIC 9(4).
       01 WS-NB-TROUVES     PIC 9(4).
       01 WS-LIBELLE-DECISION PIC X(10).

       PROCEDURE DIVISION.

      *l'écran exige l'opérateur connecté via login et habilité
           COPY "../../copybooks/session-controle.copy"
              REPLACING SESSION-PROGRAMME-LITERAL BY "recours".

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           COPY "../../copybooks/recours-init.copy".

           DISPLAY "que voulez-vous faire?".
           DISPLAY "1 pour consulter les recours".
           DISPLAY "2 pour deposer un recours sur une note".
           DISPLAY "3 pour statuer sur un recours".
           DISPLAY "pour quitter le programme, entrer autre chose".
           ACCEPT WS-COMMANDE.

           EVALUATE WS-COMMANDE

           WHEN EQUAL 1
              PERFORM CONSULTE-RECOURS THRU CONSULTE-RECOURS-FIN

           WHEN EQUAL 2
              IF NOT WS-DROIT-MAJ
                 DISPLAY "droit de mise a jour requis"
              ELSE
                 PERFORM DEPOSE-RECOURS THRU DEPOSE-RECOURS-FIN
              END-IF

           WHEN EQUAL 3
              IF NOT WS-DROIT-SUPPRESSION
                 DISPLAY "droit de decision requis"
              ELSE
                 PERFORM STATUE-RECOURS THRU STATUE-RECOURS-FIN
              END-IF

           WHEN OTHER
              DISPLAY "vous voulez quitter le programme"

           END-EVALUATE.

           STOP RUN.

      *les recours d'un éléve, ou tous ceux en attente quand le
      *nom est laissé vide
       CONSULTE-RECOURS.
           DISPLAY "nom de l'eleve (vide pour les recours en attente)".
           MOVE SPACES TO WS-NOM-SAISI.
           ACCEPT WS-NOM-SAISI.
           IF WS-NOM-SAISI NOT EQUAL SPACES
              DISPLAY "prenom de l'eleve (6 caracteres)"
              ACCEPT WS-PRENOM-SAISI
           END-IF.
           MOVE 0 TO WS-NB-TROUVES.
           PERFORM VARYING WS-INDEX-RECOURS FROM 1 BY 1
           UNTIL WS-INDEX-RECOURS GREATER THAN WS-NB-RECOURS
              IF (WS-NOM-SAISI EQUAL SPACES
              AND WS-RC-EN-ATTENTE(WS-INDEX-RECOURS))
              OR (WS-NOM-SAISI NOT EQUAL SPACES
              AND WS-RC-LASTNAME(WS-INDEX-RECOURS) EQUAL WS-NOM-SAISI
              AND WS-RC-FIRSTNAME(WS-INDEX-RECOURS)
              EQUAL WS-PRENOM-SAISI)
                 ADD 1 TO WS-NB-TROUVES
                 MOVE WS-INDEX-RECOURS TO WS-INDEX-TROUVE
                 PERFORM AFFICHE-RECOURS
              END-IF
           END-PERFORM.
           IF WS-NB-TROUVES EQUAL 0
              DISPLAY "aucun recours"
           END-IF.
       CONSULTE-RECOURS-FIN.
           EXIT.

      *affiche le recours WS-INDEX-TROUVE
       AFFICHE-RECOURS.
           EVALUATE TRUE
              WHEN WS-RC-ACCEPTE(WS-INDEX-TROUVE)
                 MOVE "ACCEPTE" TO WS-LIBELLE-DECISION
              WHEN WS-RC-REFUSE(WS-INDEX-TROUVE)
                 MOVE "REFUSE" TO WS-LIBELLE-DECISION
              WHEN OTHER
                 MOVE "EN ATTENTE" TO WS-LIBELLE-DECISION
           END-EVALUATE.
           DISPLAY "recours " WS-RC-NUMERO(WS-INDEX-TROUVE)
           " " WS-RC-TERME(WS-INDEX-TROUVE)
           " " WS-RC-LASTNAME(WS-INDEX-TROUVE)
           " " WS-RC-FIRSTNAME(WS-INDEX-TROUVE)
           " classe " WS-RC-CLASS(WS-INDEX-TROUVE)
           " " WS-RC-LABEL(WS-INDEX-TROUVE).
           DISPLAY "  note " WS-RC-NOTE-ORIGINE(WS-INDEX-TROUVE)
           " demandee " WS-RC-NOTE-DEMANDEE(WS-INDEX-TROUVE)
           " : " WS-RC-MOTIF(WS-INDEX-TROUVE).
           DISPLAY "  depose le " WS-RC-DEPOT-DATE(WS-INDEX-TROUVE)
           " par " WS-RC-DEPOT-OPERATEUR(WS-INDEX-TROUVE).
           IF NOT WS-RC-EN-ATTENTE(WS-INDEX-TROUVE)
              DISPLAY "  " WS-LIBELLE-DECISION
              " le " WS-RC-DECISION-DATE(WS-INDEX-TROUVE)
              " par " WS-RC-DECIDEUR(WS-INDEX-TROUVE)
              " saisi par " WS-RC-DECISION-OPERATEUR(WS-INDEX-TROUVE)
           ELSE
              DISPLAY "  " WS-LIBELLE-DECISION
           END-IF.
           IF WS-RC-ACCEPTE(WS-INDEX-TROUVE)
              IF WS-RC-APPLICATION-DATE(WS-INDEX-TROUVE) EQUAL 0
                 DISPLAY "  note accordee "
                 WS-RC-NOTE-ACCORDEE(WS-INDEX-TROUVE)
                 ", pas encore appliquee"
              ELSE
                 DISPLAY "  note accordee "
                 WS-RC-NOTE-ACCORDEE(WS-INDEX-TROUVE)
                 ", appliquee le "
                 WS-RC-APPLICATION-DATE(WS-INDEX-TROUVE)
              END-IF
           END-IF.

      *le dépôt d'un recours : la note contestée est reprise
      *d'input.dat, l'éléve doit y avoir une note dans la matière
       DEPOSE-RECOURS.
           DISPLAY "trimestre de la note contestee (ex TRIM1)".
           ACCEPT WS-TERME.
           DISPLAY "nom de l'eleve (7 caracteres)".
           ACCEPT WS-NOM-SAISI.
           DISPLAY "prenom de l'eleve (6 caracteres)".
           ACCEPT WS-PRENOM-SAISI.
           DISPLAY "matiere".
           ACCEPT WS-MATIERE-SAISIE.
           IF WS-TERME EQUAL SPACES
           OR WS-NOM-SAISI EQUAL SPACES
           OR WS-MATIERE-SAISIE EQUAL SPACES
              DISPLAY "trimestre, nom et matiere obligatoires"
              GO TO DEPOSE-RECOURS-FIN
           END-IF.

           PERFORM CHERCHE-NOTE-INPUT THRU CHERCHE-NOTE-INPUT-FIN.
           IF NOT WS-NOTE-EST-TROUVEE
              DISPLAY "aucune note de cet eleve dans cette matiere "
              "dans input.dat"
              GO TO DEPOSE-RECOURS-FIN
           END-IF.

      *un seul recours ouvert par éléve et par matière : en attente,
      *ou accepté sans être encore appliqué
           PERFORM VARYING WS-INDEX-RECOURS FROM 1 BY 1
           UNTIL WS-INDEX-RECOURS GREATER THAN WS-NB-RECOURS
              IF WS-RC-TERME(WS-INDEX-RECOURS) EQUAL WS-TERME
              AND WS-RC-LASTNAME(WS-INDEX-RECOURS) EQUAL WS-NOM-SAISI
              AND WS-RC-FIRSTNAME(WS-INDEX-RECOURS)
              EQUAL WS-PRENOM-SAISI
              AND WS-RC-LABEL(WS-INDEX-RECOURS)
              EQUAL WS-MATIERE-SAISIE
              AND (WS-RC-EN-ATTENTE(WS-INDEX-RECOURS)
              OR (WS-RC-ACCEPTE(WS-INDEX-RECOURS)
              AND WS-RC-APPLICATION-DATE(WS-INDEX-RECOURS) EQUAL 0))
                 DISPLAY "recours " WS-RC-NUMERO(WS-INDEX-RECOURS)
                 " deja ouvert sur cette note"
                 GO TO DEPOSE-RECOURS-FIN
              END-IF
           END-PERFORM.

           DISPLAY "note actuelle " WS-NOTE-ORIGINE
           " classe " WS-CLASSE-TROUVEE ", note demandee".
           MOVE SPACES TO WS-NOTE-SAISIE.
           ACCEPT WS-NOTE-SAISIE.
           PERFORM CONTROLE-NOTE-SAISIE.
           IF NOT WS-SAISIE-EST-VALIDE
              DISPLAY "depot abandonne"
              GO TO DEPOSE-RECOURS-FIN
           END-IF.
           IF WS-NOTE EQUAL WS-NOTE-ORIGINE
              DISPLAY "note demandee identique, depot abandonne"
              GO TO DEPOSE-RECOURS-FIN
           END-IF.
           DISPLAY "motif du recours (obligatoire)".
           MOVE SPACES TO WS-MOTIF-SAISI.
           ACCEPT WS-MOTIF-SAISI.
           IF WS-MOTIF-SAISI EQUAL SPACES
              DISPLAY "motif obligatoire, depot abandonne"
              GO TO DEPOSE-RECOURS-FIN
           END-IF.
           IF WS-NB-RECOURS NOT LESS THAN 9999
              DISPLAY "fichier des recours plein"
              GO TO DEPOSE-RECOURS-FIN
           END-IF.

           ADD 1 TO WS-NB-RECOURS.
           MOVE WS-NB-RECOURS TO WS-INDEX-TROUVE.
           MOVE SPACES TO WS-RECOURS(WS-INDEX-TROUVE).
           ADD 1 TO WS-RC-NUMERO-MAX.
           MOVE WS-RC-NUMERO-MAX TO WS-RC-NUMERO(WS-INDEX-TROUVE).
           MOVE WS-TERME TO WS-RC-TERME(WS-INDEX-TROUVE).
           MOVE WS-NOM-SAISI TO WS-RC-LASTNAME(WS-INDEX-TROUVE).
           MOVE WS-PRENOM-SAISI TO WS-RC-FIRSTNAME(WS-INDEX-TROUVE).
           MOVE WS-CLASSE-TROUVEE TO WS-RC-CLASS(WS-INDEX-TROUVE).
           MOVE WS-MATIERE-SAISIE TO WS-RC-LABEL(WS-INDEX-TROUVE).
           MOVE WS-NOTE-ORIGINE TO WS-RC-NOTE-ORIGINE(WS-INDEX-TROUVE).
           MOVE WS-NOTE TO WS-RC-NOTE-DEMANDEE(WS-INDEX-TROUVE).
           MOVE WS-MOTIF-SAISI TO WS-RC-MOTIF(WS-INDEX-TROUVE).
           MOVE WS-DATE-JOUR TO WS-RC-DEPOT-DATE(WS-INDEX-TROUVE).
           MOVE WS-OPERATEUR-ID
           TO WS-RC-DEPOT-OPERATEUR(WS-INDEX-TROUVE).
           MOVE "E" TO WS-RC-DECISION(WS-INDEX-TROUVE).
           MOVE 0 TO WS-RC-NOTE-ACCORDEE(WS-INDEX-TROUVE).
           MOVE 0 TO WS-RC-DECISION-DATE(WS-INDEX-TROUVE).
           MOVE 0 TO WS-RC-APPLICATION-DATE(WS-INDEX-TROUVE).
           MOVE 0 TO WS-RC-MOYENNE-AVANT(WS-INDEX-TROUVE).
           MOVE 0 TO WS-RC-MOYENNE-APRES(WS-INDEX-TROUVE).
           MOVE 0 TO WS-RC-RANG-AVANT(WS-INDEX-TROUVE).
           MOVE 0 TO WS-RC-RANG-APRES(WS-INDEX-TROUVE).

           PERFORM ECRIT-RECOURS.
           DISPLAY "recours " WS-RC-NUMERO-MAX " depose".
       DEPOSE-RECOURS-FIN.
           EXIT.

      *retrouve dans input.dat la ligne "01" de l'éléve saisi puis
      *sa ligne "02" de la matière saisie
       CHERCHE-NOTE-INPUT.
           MOVE "N" TO WS-NOTE-TROUVEE.
           MOVE "N" TO WS-ELEVE-COURANT.
           OPEN INPUT F-INPUT.
           IF NOT F-INPUT-STATUS-OK
              DISPLAY "input.dat absent"
              GO TO CHERCHE-NOTE-INPUT-FIN
           END-IF.
           PERFORM UNTIL F-INPUT-STATUS-EOF
              READ F-INPUT
              AT END
                 SET F-INPUT-STATUS-EOF TO TRUE
              NOT AT END
                 IF REC-F-INPUT-2 EQUAL "01"
                    MOVE "N" TO WS-ELEVE-COURANT
                    IF R-LASTNAME EQUAL WS-NOM-SAISI
                    AND R-FIRSTNAME EQUAL WS-PRENOM-SAISI
                       SET WS-ELEVE-EST-COURANT TO TRUE
                       MOVE R-CLASS TO WS-CLASSE-TROUVEE
                    END-IF
                 END-IF
                 IF REC-F-INPUT-2 EQUAL "02"
                 AND WS-ELEVE-EST-COURANT
                 AND R-LABEL EQUAL WS-MATIERE-SAISIE
                 AND R-GRADE IS NUMERIC
                    SET WS-NOTE-EST-TROUVEE TO TRUE
                    MOVE R-GRADE TO WS-NOTE-ORIGINE
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE F-INPUT.
       CHERCHE-NOTE-INPUT-FIN.
           EXIT.

      *la décision sur un recours en attente : acceptée avec la
      *note accordée (la note demandée par défaut) ou refusée, et
      *qui l'a prise
       STATUE-RECOURS.
           DISPLAY "numero du recours".
           MOVE 0 TO WS-NUMERO-SAISI.
           ACCEPT WS-NUMERO-SAISI.
           IF WS-NUMERO-SAISI EQUAL 0
              DISPLAY "numero invalide"
              GO TO STATUE-RECOURS-FIN
           END-IF.
           MOVE 0 TO WS-INDEX-TROUVE.
           PERFORM VARYING WS-INDEX-RECOURS FROM 1 BY 1
           UNTIL WS-INDEX-RECOURS GREATER THAN WS-NB-RECOURS
              IF WS-RC-NUMERO(WS-INDEX-RECOURS) EQUAL WS-NUMERO-SAISI
                 MOVE WS-INDEX-RECOURS TO WS-INDEX-TROUVE
              END-IF
           END-PERFORM.
           IF WS-INDEX-TROUVE EQUAL 0
              DISPLAY "recours inconnu"
              GO TO STATUE-RECOURS-FIN
           END-IF.
           PERFORM AFFICHE-RECOURS.
           IF NOT WS-RC-EN-ATTENTE(WS-INDEX-TROUVE)
              DISPLAY "recours deja tranche"
              GO TO STATUE-RECOURS-FIN
           END-IF.

           DISPLAY "decision : A accepte, R refuse".
           MOVE SPACES TO WS-DECISION-SAISIE.
           ACCEPT WS-DECISION-SAISIE.
           IF WS-DECISION-SAISIE NOT EQUAL "A"
           AND WS-DECISION-SAISIE NOT EQUAL "R"
              DISPLAY "decision A ou R, saisie abandonnee"
              GO TO STATUE-RECOURS-FIN
           END-IF.

           MOVE 0 TO WS-NOTE.
           IF WS-DECISION-SAISIE EQUAL "A"
              DISPLAY "note accordee (vide pour la note demandee)"
              MOVE SPACES TO WS-NOTE-SAISIE
              ACCEPT WS-NOTE-SAISIE
              IF WS-NOTE-SAISIE EQUAL SPACES
                 MOVE WS-RC-NOTE-DEMANDEE(WS-INDEX-TROUVE) TO WS-NOTE
              ELSE
                 PERFORM CONTROLE-NOTE-SAISIE
                 IF NOT WS-SAISIE-EST-VALIDE
                    DISPLAY "saisie abandonnee"
                    GO TO STATUE-RECOURS-FIN
                 END-IF
              END-IF
              IF WS-NOTE EQUAL WS-RC-NOTE-ORIGINE(WS-INDEX-TROUVE)
                 DISPLAY "note accordee identique a la note "
                 "d'origine : refuser le recours"
                 GO TO STATUE-RECOURS-FIN
              END-IF
           END-IF.

           DISPLAY "decideur (ex M. LEROY professeur de maths)".
           MOVE SPACES TO WS-DECIDEUR-SAISI.
           ACCEPT WS-DECIDEUR-SAISI.
           IF WS-DECIDEUR-SAISI EQUAL SPACES
              DISPLAY "decideur obligatoire, saisie abandonnee"
              GO TO STATUE-RECOURS-FIN
           END-IF.

           MOVE WS-DECISION-SAISIE TO WS-RC-DECISION(WS-INDEX-TROUVE).
           MOVE WS-NOTE TO WS-RC-NOTE-ACCORDEE(WS-INDEX-TROUVE).
           MOVE WS-DECIDEUR-SAISI TO WS-RC-DECIDEUR(WS-INDEX-TROUVE).
           MOVE WS-OPERATEUR-ID
           TO WS-RC-DECISION-OPERATEUR(WS-INDEX-TROUVE).
           MOVE WS-DATE-JOUR TO WS-RC-DECISION-DATE(WS-INDEX-TROUVE).

           PERFORM ECRIT-RECOURS.
           IF WS-DECISION-SAISIE EQUAL "A"
              DISPLAY "recours accepte, la note sera corrigee au "
              "prochain passage de revision"
           ELSE
              DISPLAY "recours refuse"
           END-IF.
       STATUE-RECOURS-FIN.
           EXIT.

      *une note saisie : deux chiffres, de 00 à 20
       CONTROLE-NOTE-SAISIE.
           MOVE "N" TO WS-SAISIE-VALIDE.
           IF WS-NOTE-SAISIE IS NOT NUMERIC
              DISPLAY "note sur deux chiffres (ex 08)"
           ELSE
              MOVE WS-NOTE-SAISIE TO WS-NOTE
              IF WS-NOTE GREATER THAN 20
                 DISPLAY "note hors de 00 a 20"
              ELSE
                 SET WS-SAISIE-EST-VALIDE TO TRUE
              END-IF
           END-IF.

       COPY "../../copybooks/recours-ecrit.copy".
