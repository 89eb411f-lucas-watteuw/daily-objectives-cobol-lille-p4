      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. revision.
       AUTHOR. Lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *les recours sur les notes : les recours acceptés et pas
      *encore appliqués sont corrigés par ce passage
           COPY "../../copybooks/recours-select.copy".

      *les notes du trimestre, le même input.dat que student
           SELECT F-INPUT
               ASSIGN TO 'input.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-INPUT-STATUS.

      *un fichier révisé (input.dat, output.dat, output-notes.dat,
      *bulletins.dat, student-historique.dat) et sa copie d'avant
      *recours, gardée pour l'audit et relue pour la révision
           SELECT F-ORIGINE
               ASSIGN TO WS-NOM-ORIGINE
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ORIGINE-STATUS.

           SELECT F-SAUVEGARDE
               ASSIGN TO WS-NOM-SAUVEGARDE
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SAUVEGARDE-STATUS.

      *le fichier d'attente de saisienotes : la correction y entre
      *comme une correction motivée, pour qu'une régénération
      *d'input.dat la garde
           SELECT F-SAISIES
               ASSIGN TO 'saisie-notes.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SAISIES-STATUS.

      *le rapport des recours pour le chef d'établissement
           SELECT F-RAPPORT
               ASSIGN TO 'rapport-recours.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RAPPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "../../copybooks/recours-fd.copy".

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
           03 R-GRADE          PIC X(5).

       FD  F-ORIGINE
           RECORD CONTAINS 1 TO 1000 CHARACTERS
           RECORDING MODE IS V.

       01  LIGNE-ORIGINE       PIC X(1000).

       FD  F-SAUVEGARDE
           RECORD CONTAINS 1 TO 1000 CHARACTERS
           RECORDING MODE IS V.

       01  LIGNE-SAUVEGARDE    PIC X(1000).

      *une saisie de saisienotes : S note saisie, C correction ; la
      *correction garde l'ancienne note et son motif
       FD  F-SAISIES
           RECORD CONTAINS 150 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-SAISIES.
           03 SA-TYPE          PIC X(01).
           03 FILLER           PIC X(01).
           03 SA-TERME         PIC X(10).
           03 FILLER           PIC X(01).
           03 SA-CLASS         PIC X(05).
           03 FILLER           PIC X(01).
           03 SA-LASTNAME      PIC X(07).
           03 FILLER           PIC X(01).
           03 SA-FIRSTNAME     PIC X(06).
           03 FILLER           PIC X(01).
           03 SA-LABEL         PIC X(21).
           03 FILLER           PIC X(01).
           03 SA-COEF          PIC X(03).
           03 FILLER           PIC X(01).
           03 SA-NOTE          PIC 9(02).
           03 FILLER           PIC X(01).
           03 SA-ANCIENNE-NOTE PIC 9(02).
           03 FILLER           PIC X(01).
           03 SA-OPERATEUR     PIC X(10).
           03 FILLER           PIC X(01).
           03 SA-DATE          PIC 9(08).
           03 FILLER           PIC X(01).
           03 SA-HEURE         PIC 9(08).
           03 FILLER           PIC X(01).
           03 SA-MOTIF         PIC X(40).
           03 FILLER           PIC X(13).

       FD  F-RAPPORT
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RAPPORT       PIC X(250).

       WORKING-STORAGE SECTION.
      *conditions de lecture et d'écriture des fichiers
       01  F-INPUT-STATUS      PIC X(02) VALUE SPACE.
           88 F-INPUT-STATUS-OK    VALUE '00'.
           88 F-INPUT-STATUS-EOF   VALUE '10'.
       01  F-ORIGINE-STATUS    PIC X(02) VALUE SPACE.
           88 F-ORIGINE-STATUS-OK  VALUE '00'.
       01  F-SAUVEGARDE-STATUS PIC X(02) VALUE SPACE.
           88 F-SAUVEGARDE-STATUS-OK VALUE '00'.
       01  F-SAISIES-STATUS    PIC X(02) VALUE SPACE.
           88 F-SAISIES-STATUS-OK  VALUE '00'.
       01  F-RAPPORT-STATUS    PIC X(02) VALUE SPACE.

       COPY "../../copybooks/recours-ws.copy".

      *le tableau des étudiants avec leurs notes, comme dans
      *student, avec leurs résultats avant les recours et les
      *marques de correction
       01  DATA-STUDENT.
           05 STUDENT-LGHT PIC 9(03) VALUE 0.
           05 STUDENT OCCURS 1 TO 999 TIMES DEPENDING ON STUDENT-LGHT.
               10 S-FIRSTNAME  PIC X(06).
               10 S-LASTNAME   PIC X(07).
               10 S-CLASS      PIC X(05).
               10 S-AVERAGE    PIC 999V99 VALUE 0.
               10 S-RANG-CLASSE PIC 9(03) VALUE 0.
               10 S-RANG-ECOLE  PIC 9(03) VALUE 0.
               10 S-AVANT-AVERAGE     PIC 999V99 VALUE 0.
               10 S-AVANT-RANG-CLASSE PIC 9(03) VALUE 0.
               10 S-AVANT-RANG-ECOLE  PIC 9(03) VALUE 0.
      *O quand une note de l'éléve a été corrigée par un recours,
      *et quand une de ses sorties vient de rattrapage
               10 S-CORRIGE    PIC X VALUE "N".
               10 S-RATTRAPAGE PIC X VALUE "N".
               10 COURSE-LGHT  PIC 9(03) VALUE 0.
               10 TAB-NOTE OCCURS 999 TIMES.
                    15 LIBELLE          PIC X(21).
                    15 COEF-SAISI       PIC X(03).
                    15 COEFFICIENT      PIC 9V9.
                    15 GRADE-NOTE       PIC 99V99.
                    15 NOTE-CORRIGEE    PIC X.

      *la moyenne de chaque matière sur l'école, comme la moyenne
      *de classe imprimée en face des notes du bulletin
       01 WS-NB-MATIERES PIC 9(3) VALUE 0.
       01 WS-MATIERE-STAT OCCURS 1 TO 999 TIMES
          DEPENDING ON WS-NB-MATIERES.
           05 WS-MAT-LIBELLE       PIC X(21).
           05 WS-MAT-NB            PIC 9(4) VALUE 0.
           05 WS-MAT-SOMME         PIC 9(6)V99 VALUE 0.
           05 WS-MAT-MOYENNE       PIC 99V99 VALUE 0.
           05 WS-MAT-CORRIGEE      PIC X VALUE "N".
       01 WS-INDEX-MAT     PIC 9(3).
       01 WS-MAT-TROUVEE   PIC X VALUE "N".
           88 WS-MAT-EST-TROUVEE VALUE "O".

      *ce que ce passage a fait de chaque recours : O appliqué,
      *X note actuelle différente de la note d'origine, I éléve ou
      *matière absent d'input.dat ; et l'éléve du recours
       01 WS-ETAT-RECOURS OCCURS 9999 TIMES PIC X.
       01 WS-ELEVE-RECOURS OCCURS 9999 TIMES PIC 9(3).

      *index pour parcourir les tableaux
       01 WS-INDEX1 PIC 9(3).
       01 WS-INDEX2 PIC 9(3).
       01 WS-INDEX-ETUDIANT PIC 9(3).
       01 WS-INDEX-NOTE PIC 9(3).
       01 WS-INDEX-COURANT PIC 9(3).

      *l'éléve recherché par son nom et son prénom
       01 WS-NOM-CHERCHE    PIC X(07).
       01 WS-PRENOM-CHERCHE PIC X(06).

      *somme des coefficients et produit coef x note pour la moyenne
       01 WS-SUM-COEF PIC 99V99.
       01 WS-COEF-NOTE PIC 99V99.

      *seuils de réussite et de mention, comme dans student
       01 WS-SEUIL-REUSSITE PIC 99V99 VALUE 10,00.
       01 WS-SEUIL-MENTION  PIC 99V99 VALUE 16,00.
       01 WS-MOYENNE-CALCUL PIC 999V99.
       01 WS-APPRECIATION   PIC X(09) VALUE SPACES.
       01 WS-HONNEUR        PIC X.

      *le trimestre des recours traités
       01 WS-TERME PIC X(10) VALUE SPACES.
       01 WS-DATE-JOUR  PIC 9(08).
       01 WS-HEURE-JOUR PIC 9(08).

      *le fichier en cours de révision et sa copie d'avant recours
       01 WS-NOM-ORIGINE    PIC X(40).
       01 WS-NOM-SAUVEGARDE PIC X(40).
       01 WS-FIN-COPIE      PIC X VALUE "C".
       01 WS-FICHIER-PRESENT PIC X VALUE "N".
           88 WS-FICHIER-EST-PRESENT VALUE "O".
       01 WS-LIGNE          PIC X(1000).
       01 WS-ECRIT-LIGNE    PIC X VALUE "O".
       01 WS-BULLETIN-RATTRAPAGE PIC X VALUE "N".
       01 WS-SAUT-HONNEUR   PIC X VALUE "N".

      *les zones de la ligne révisée
       01 WS-NOTE-INPUT     PIC 9(05).
       01 WS-MOYENNE-EDITEE PIC X(06).
       01 WS-CLASSE-REVISEE PIC X(05).
       01 WS-CLASSE-CORRIGEE PIC X VALUE "N".
           88 WS-CLASSE-EST-CORRIGEE VALUE "O".
       01 WS-CLASSE-NB      PIC 9(03).
       01 WS-CLASSE-SOMME   PIC 9(06)V99.
       01 WS-CLASSE-MOYENNE PIC 999V99.
       01 WS-RANG-HONNEUR   PIC 9(03).

      *le rapport
       01 WS-LIBELLE-DECISION PIC X(10).
       01 WS-POINTEUR        PIC 9(3).

      *compteurs du run
       01 WS-NB-RECOURS-TERME  PIC 9(4) VALUE 0.
       01 WS-NB-APPLIQUES      PIC 9(4) VALUE 0.
       01 WS-NB-DEJA-APPLIQUES PIC 9(4) VALUE 0.
       01 WS-NB-ANOMALIES      PIC 9(4) VALUE 0.
       01 WS-NB-EN-ATTENTE     PIC 9(4) VALUE 0.
       01 WS-NB-REFUSES        PIC 9(4) VALUE 0.
       01 WS-NB-DECISIONS-MODIFIEES PIC 9(4) VALUE 0.
       01 WS-NB-LIGNES-REVISEES PIC 9(6) VALUE 0.
       01 WS-NB-RATTRAPAGES    PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *le trimestre des recours, celui d'input.dat et des sorties
           DISPLAY "veuillez entrer le trimestre (ex TRIM1)".
           ACCEPT WS-TERME.
           IF WS-TERME EQUAL SPACES
              DISPLAY "trimestre obligatoire"
              GOBACK
           END-IF.

           DISPLAY "seuil de reussite (defaut 10,00)".
           ACCEPT WS-SEUIL-REUSSITE.
           IF WS-SEUIL-REUSSITE EQUAL 0
              MOVE 10,00 TO WS-SEUIL-REUSSITE
           END-IF.
           DISPLAY "seuil de mention (defaut 16,00)".
           ACCEPT WS-SEUIL-MENTION.
           IF WS-SEUIL-MENTION EQUAL 0
              MOVE 16,00 TO WS-SEUIL-MENTION
           END-IF.

           COPY "../../copybooks/recours-init.copy".

      *on recharge les notes du trimestre depuis input.dat, comme
      *rattrapage : seules les lignes exploitables sont gardées
           OPEN INPUT F-INPUT.
           IF NOT F-INPUT-STATUS-OK
              DISPLAY "input.dat absent, rien a reviser"
              GOBACK
           END-IF.
           SET F-INPUT-STATUS-OK TO TRUE.
           PERFORM UNTIL F-INPUT-STATUS-EOF
              READ F-INPUT
              AT END
                 SET F-INPUT-STATUS-EOF TO TRUE
              NOT AT END
                 IF REC-F-INPUT-2 EQUAL "01"
                    ADD 1 TO STUDENT-LGHT
                    MOVE R-FIRSTNAME TO S-FIRSTNAME(STUDENT-LGHT)
                    MOVE R-LASTNAME TO S-LASTNAME(STUDENT-LGHT)
                    MOVE R-CLASS TO S-CLASS(STUDENT-LGHT)
                 ELSE
                    IF REC-F-INPUT-2 EQUAL "02"
                    AND STUDENT-LGHT GREATER THAN 0
                    AND R-COEF IS NUMERIC
                    AND R-GRADE IS NUMERIC
                       ADD 1 TO COURSE-LGHT(STUDENT-LGHT)
                       MOVE R-LABEL TO LIBELLE(STUDENT-LGHT,
                       COURSE-LGHT(STUDENT-LGHT))
                       MOVE R-COEF TO COEF-SAISI(STUDENT-LGHT,
                       COURSE-LGHT(STUDENT-LGHT))
                       MOVE R-COEF TO COEFFICIENT(STUDENT-LGHT,
                       COURSE-LGHT(STUDENT-LGHT))
                       MOVE R-GRADE TO GRADE-NOTE(STUDENT-LGHT,
                       COURSE-LGHT(STUDENT-LGHT))
                       MOVE "N" TO NOTE-CORRIGEE(STUDENT-LGHT,
                       COURSE-LGHT(STUDENT-LGHT))
                    END-IF
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE F-INPUT.

      *les résultats avant recours, calculés comme student
           PERFORM VARYING WS-INDEX1 FROM 1 BY 1
           UNTIL WS-INDEX1 GREATER THAN STUDENT-LGHT
              PERFORM CALCULE-MOYENNE
           END-PERFORM.
           PERFORM CALCULE-RANGS.
           PERFORM VARYING WS-INDEX1 FROM 1 BY 1
           UNTIL WS-INDEX1 GREATER THAN STUDENT-LGHT
              MOVE S-AVERAGE(WS-INDEX1) TO S-AVANT-AVERAGE(WS-INDEX1)
              MOVE S-RANG-CLASSE(WS-INDEX1)
              TO S-AVANT-RANG-CLASSE(WS-INDEX1)
              MOVE S-RANG-ECOLE(WS-INDEX1)
              TO S-AVANT-RANG-ECOLE(WS-INDEX1)
           END-PERFORM.

      *les recours acceptés du trimestre qui ne sont pas encore
      *appliqués corrigent la note dans le tableau
           PERFORM VARYING WS-INDEX-RECOURS FROM 1 BY 1
           UNTIL WS-INDEX-RECOURS GREATER THAN WS-NB-RECOURS
              MOVE "N" TO WS-ETAT-RECOURS(WS-INDEX-RECOURS)
              MOVE 0 TO WS-ELEVE-RECOURS(WS-INDEX-RECOURS)
              IF WS-RC-TERME(WS-INDEX-RECOURS) EQUAL WS-TERME
              AND WS-RC-ACCEPTE(WS-INDEX-RECOURS)
              AND WS-RC-APPLICATION-DATE(WS-INDEX-RECOURS) EQUAL 0
                 PERFORM APPLIQUE-RECOURS THRU APPLIQUE-RECOURS-FIN
              END-IF
           END-PERFORM.

      *un recours appliqué : les moyennes des éléves corrigés, les
      *rangs et les moyennes des matières sont recalculés, puis
      *chaque sortie du trimestre est révisée sur place, sa version
      *d'avant recours gardée à côté
           IF WS-NB-APPLIQUES GREATER THAN 0
              PERFORM VARYING WS-INDEX1 FROM 1 BY 1
              UNTIL WS-INDEX1 GREATER THAN STUDENT-LGHT
                 IF S-CORRIGE(WS-INDEX1) EQUAL "O"
                    PERFORM CALCULE-MOYENNE
                 END-IF
              END-PERFORM
              PERFORM CALCULE-RANGS
              PERFORM CALCULE-MATIERES

              PERFORM REVISE-INPUT THRU REVISE-INPUT-FIN
              PERFORM REVISE-OUTPUT THRU REVISE-OUTPUT-FIN
              PERFORM REVISE-NOTES THRU REVISE-NOTES-FIN
              PERFORM REVISE-BULLETINS THRU REVISE-BULLETINS-FIN
              PERFORM REVISE-HISTORIQUE THRU REVISE-HISTORIQUE-FIN
              PERFORM JOURNALISE-SAISIES THRU JOURNALISE-SAISIES-FIN

      *chaque recours appliqué garde la date et les résultats de
      *l'éléve avant et après
              PERFORM VARYING WS-INDEX-RECOURS FROM 1 BY 1
              UNTIL WS-INDEX-RECOURS GREATER THAN WS-NB-RECOURS
                 IF WS-ETAT-RECOURS(WS-INDEX-RECOURS) EQUAL "O"
                    PERFORM NOTE-RESULTATS-RECOURS
                 END-IF
              END-PERFORM
              PERFORM ECRIT-RECOURS
           END-IF.

           PERFORM ECRIT-RAPPORT.

           DISPLAY "Fin du traitement - " WS-NB-RECOURS-TERME
              " recours, " WS-NB-APPLIQUES " applique(s), "
              WS-NB-ANOMALIES " non applique(s), "
              WS-NB-DECISIONS-MODIFIEES " decision(s) modifiee(s), "
              WS-NB-LIGNES-REVISEES " ligne(s) revisee(s)".
           IF WS-NB-APPLIQUES GREATER THAN 0
              DISPLAY "relancer conseil pour les decisions de fin "
              "d'annee"
           END-IF.
           IF WS-NB-RATTRAPAGES GREATER THAN 0
              DISPLAY WS-NB-RATTRAPAGES " eleve(s) corrige(s) avec "
              "des sorties apres rattrapage : relancer rattrapage"
           END-IF.

           GOBACK.

      *la moyenne pondérée de l'éléve WS-INDEX1, comme student
       CALCULE-MOYENNE.
           MOVE 0 TO WS-SUM-COEF.
           MOVE 0 TO S-AVERAGE(WS-INDEX1).
           PERFORM VARYING WS-INDEX2 FROM 1 BY 1
           UNTIL WS-INDEX2 GREATER THAN COURSE-LGHT(WS-INDEX1)
              ADD COEFFICIENT(WS-INDEX1, WS-INDEX2) TO WS-SUM-COEF
              MULTIPLY COEFFICIENT(WS-INDEX1, WS-INDEX2) BY
              GRADE-NOTE(WS-INDEX1, WS-INDEX2)
              GIVING WS-COEF-NOTE
              ADD WS-COEF-NOTE TO S-AVERAGE(WS-INDEX1)
           END-PERFORM.
           IF WS-SUM-COEF GREATER THAN 0
              DIVIDE S-AVERAGE(WS-INDEX1) BY WS-SUM-COEF
              GIVING S-AVERAGE(WS-INDEX1)
           END-IF.

      *le rang de chaque éléve dans l'école et dans sa classe : un
      *de plus que le nombre d'éléves qui ont une meilleure moyenne
       CALCULE-RANGS.
           PERFORM VARYING WS-INDEX1 FROM 1 BY 1
           UNTIL WS-INDEX1 GREATER THAN STUDENT-LGHT
              MOVE 1 TO S-RANG-ECOLE(WS-INDEX1)
              MOVE 1 TO S-RANG-CLASSE(WS-INDEX1)
              PERFORM VARYING WS-INDEX2 FROM 1 BY 1
              UNTIL WS-INDEX2 GREATER THAN STUDENT-LGHT
                 IF S-AVERAGE(WS-INDEX2) GREATER THAN
                 S-AVERAGE(WS-INDEX1)
                    ADD 1 TO S-RANG-ECOLE(WS-INDEX1)
                    IF S-CLASS(WS-INDEX2) EQUAL S-CLASS(WS-INDEX1)
                       ADD 1 TO S-RANG-CLASSE(WS-INDEX1)
                    END-IF
                 END-IF
              END-PERFORM
           END-PERFORM.

      *la moyenne de chaque matière sur l'école, après correction ;
      *une matière corrigée par un recours est marquée
       CALCULE-MATIERES.
           MOVE 0 TO WS-NB-MATIERES.
           PERFORM VARYING WS-INDEX1 FROM 1 BY 1
           UNTIL WS-INDEX1 GREATER THAN STUDENT-LGHT
              PERFORM VARYING WS-INDEX2 FROM 1 BY 1
              UNTIL WS-INDEX2 GREATER THAN COURSE-LGHT(WS-INDEX1)
                 MOVE "N" TO WS-MAT-TROUVEE
                 PERFORM VARYING WS-INDEX-MAT FROM 1 BY 1
                 UNTIL WS-INDEX-MAT GREATER THAN WS-NB-MATIERES
                 OR WS-MAT-EST-TROUVEE
                    IF WS-MAT-LIBELLE(WS-INDEX-MAT) EQUAL
                    LIBELLE(WS-INDEX1, WS-INDEX2)
                       SET WS-MAT-EST-TROUVEE TO TRUE
                    END-IF
                 END-PERFORM
                 IF WS-MAT-EST-TROUVEE
                    SUBTRACT 1 FROM WS-INDEX-MAT
                 ELSE
                    ADD 1 TO WS-NB-MATIERES
                    MOVE WS-NB-MATIERES TO WS-INDEX-MAT
                    MOVE LIBELLE(WS-INDEX1, WS-INDEX2) TO
                    WS-MAT-LIBELLE(WS-INDEX-MAT)
                    MOVE 0 TO WS-MAT-NB(WS-INDEX-MAT)
                    MOVE 0 TO WS-MAT-SOMME(WS-INDEX-MAT)
                    MOVE "N" TO WS-MAT-CORRIGEE(WS-INDEX-MAT)
                 END-IF
                 ADD 1 TO WS-MAT-NB(WS-INDEX-MAT)
                 ADD GRADE-NOTE(WS-INDEX1, WS-INDEX2) TO
                 WS-MAT-SOMME(WS-INDEX-MAT)
                 IF NOTE-CORRIGEE(WS-INDEX1, WS-INDEX2) EQUAL "O"
                    MOVE "O" TO WS-MAT-CORRIGEE(WS-INDEX-MAT)
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-INDEX-MAT FROM 1 BY 1
           UNTIL WS-INDEX-MAT GREATER THAN WS-NB-MATIERES
              DIVIDE WS-MAT-SOMME(WS-INDEX-MAT) BY
              WS-MAT-NB(WS-INDEX-MAT)
              GIVING WS-MAT-MOYENNE(WS-INDEX-MAT)
           END-PERFORM.

      *l'appréciation de la moyenne WS-MOYENNE-CALCUL selon les
      *seuils de réussite et de mention
       DETERMINE-APPRECIATION.
           IF WS-MOYENNE-CALCUL LESS THAN WS-SEUIL-REUSSITE
              MOVE "ECHEC" TO WS-APPRECIATION
           ELSE
              IF WS-MOYENNE-CALCUL GREATER THAN OR EQUAL TO
              WS-SEUIL-MENTION
                 MOVE "MENTION" TO WS-APPRECIATION
              ELSE
                 MOVE "REUSSITE" TO WS-APPRECIATION
              END-IF
           END-IF.

      *retrouve l'éléve WS-NOM-CHERCHE WS-PRENOM-CHERCHE dans le
      *tableau, ou 0 dans WS-INDEX-ETUDIANT
       CHERCHE-ETUDIANT.
           MOVE 0 TO WS-INDEX-ETUDIANT.
           PERFORM VARYING WS-INDEX1 FROM 1 BY 1
           UNTIL WS-INDEX1 GREATER THAN STUDENT-LGHT
              IF S-LASTNAME(WS-INDEX1) EQUAL WS-NOM-CHERCHE
              AND S-FIRSTNAME(WS-INDEX1) EQUAL WS-PRENOM-CHERCHE
                 MOVE WS-INDEX1 TO WS-INDEX-ETUDIANT
              END-IF
           END-PERFORM.

      *applique le recours WS-INDEX-RECOURS : la note d'origine
      *doit être encore celle d'input.dat, sinon la note a changé
      *depuis le dépôt et le recours est laissé de côté
       APPLIQUE-RECOURS.
           MOVE WS-RC-LASTNAME(WS-INDEX-RECOURS) TO WS-NOM-CHERCHE.
           MOVE WS-RC-FIRSTNAME(WS-INDEX-RECOURS) TO WS-PRENOM-CHERCHE.
           PERFORM CHERCHE-ETUDIANT.
           IF WS-INDEX-ETUDIANT EQUAL 0
              MOVE "I" TO WS-ETAT-RECOURS(WS-INDEX-RECOURS)
              ADD 1 TO WS-NB-ANOMALIES
              GO TO APPLIQUE-RECOURS-FIN
           END-IF.
           MOVE 0 TO WS-INDEX-NOTE.
           PERFORM VARYING WS-INDEX2 FROM 1 BY 1
           UNTIL WS-INDEX2 GREATER THAN COURSE-LGHT(WS-INDEX-ETUDIANT)
              IF LIBELLE(WS-INDEX-ETUDIANT, WS-INDEX2)
              EQUAL WS-RC-LABEL(WS-INDEX-RECOURS)
                 MOVE WS-INDEX2 TO WS-INDEX-NOTE
              END-IF
           END-PERFORM.
           IF WS-INDEX-NOTE EQUAL 0
              MOVE "I" TO WS-ETAT-RECOURS(WS-INDEX-RECOURS)
              ADD 1 TO WS-NB-ANOMALIES
              GO TO APPLIQUE-RECOURS-FIN
           END-IF.
           IF GRADE-NOTE(WS-INDEX-ETUDIANT, WS-INDEX-NOTE) NOT EQUAL
           WS-RC-NOTE-ORIGINE(WS-INDEX-RECOURS)
              MOVE "X" TO WS-ETAT-RECOURS(WS-INDEX-RECOURS)
              ADD 1 TO WS-NB-ANOMALIES
              GO TO APPLIQUE-RECOURS-FIN
           END-IF.

           MOVE WS-RC-NOTE-ACCORDEE(WS-INDEX-RECOURS)
           TO GRADE-NOTE(WS-INDEX-ETUDIANT, WS-INDEX-NOTE).
           MOVE "O" TO NOTE-CORRIGEE(WS-INDEX-ETUDIANT, WS-INDEX-NOTE).
           MOVE "O" TO S-CORRIGE(WS-INDEX-ETUDIANT).
           MOVE "O" TO WS-ETAT-RECOURS(WS-INDEX-RECOURS).
           MOVE WS-INDEX-ETUDIANT TO WS-ELEVE-RECOURS(WS-INDEX-RECOURS).
           ADD 1 TO WS-NB-APPLIQUES.
       APPLIQUE-RECOURS-FIN.
           EXIT.

      *le recours WS-INDEX-RECOURS appliqué garde la date et les
      *résultats de son éléve avant et après correction
       NOTE-RESULTATS-RECOURS.
           MOVE WS-ELEVE-RECOURS(WS-INDEX-RECOURS) TO WS-INDEX1.
           MOVE WS-DATE-JOUR
           TO WS-RC-APPLICATION-DATE(WS-INDEX-RECOURS).
           MOVE S-AVANT-AVERAGE(WS-INDEX1)
           TO WS-RC-MOYENNE-AVANT(WS-INDEX-RECOURS).
           MOVE S-AVERAGE(WS-INDEX1)
           TO WS-RC-MOYENNE-APRES(WS-INDEX-RECOURS).
           MOVE S-AVANT-RANG-CLASSE(WS-INDEX1)
           TO WS-RC-RANG-AVANT(WS-INDEX-RECOURS).
           MOVE S-RANG-CLASSE(WS-INDEX1)
           TO WS-RC-RANG-APRES(WS-INDEX-RECOURS).
           MOVE S-AVANT-AVERAGE(WS-INDEX1) TO WS-MOYENNE-CALCUL.
           PERFORM DETERMINE-APPRECIATION.
           MOVE WS-APPRECIATION TO WS-RC-APPREC-AVANT(WS-INDEX-RECOURS).
           MOVE S-AVERAGE(WS-INDEX1) TO WS-MOYENNE-CALCUL.
           PERFORM DETERMINE-APPRECIATION.
           MOVE WS-APPRECIATION TO WS-RC-APPREC-APRES(WS-INDEX-RECOURS).
           IF S-AVANT-RANG-CLASSE(WS-INDEX1) GREATER THAN 10
              MOVE "N" TO WS-RC-HONNEUR-AVANT(WS-INDEX-RECOURS)
           ELSE
              MOVE "O" TO WS-RC-HONNEUR-AVANT(WS-INDEX-RECOURS)
           END-IF.
           IF S-RANG-CLASSE(WS-INDEX1) GREATER THAN 10
              MOVE "N" TO WS-RC-HONNEUR-APRES(WS-INDEX-RECOURS)
           ELSE
              MOVE "O" TO WS-RC-HONNEUR-APRES(WS-INDEX-RECOURS)
           END-IF.

      *recopie le fichier WS-NOM-ORIGINE dans sa copie d'avant
      *recours WS-NOM-SAUVEGARDE ; un fichier absent n'est pas
      *révisé
       SAUVEGARDE-FICHIER.
           MOVE "N" TO WS-FICHIER-PRESENT.
           OPEN INPUT F-ORIGINE.
           IF NOT F-ORIGINE-STATUS-OK
              DISPLAY WS-NOM-ORIGINE " absent, pas de revision"
              GO TO SAUVEGARDE-FICHIER-FIN
           END-IF.
           OPEN OUTPUT F-SAUVEGARDE.
           MOVE "C" TO WS-FIN-COPIE.
           PERFORM UNTIL WS-FIN-COPIE EQUAL "F"
              READ F-ORIGINE
                 AT END
                    MOVE "F" TO WS-FIN-COPIE
                 NOT AT END
                    WRITE LIGNE-SAUVEGARDE FROM LIGNE-ORIGINE
              END-READ
           END-PERFORM.
           CLOSE F-ORIGINE.
           CLOSE F-SAUVEGARDE.
           SET WS-FICHIER-EST-PRESENT TO TRUE.
       SAUVEGARDE-FICHIER-FIN.
           EXIT.

      *ouvre la copie d'avant recours en lecture et le fichier
      *révisé en écriture
       OUVRE-REVISION.
           OPEN INPUT F-SAUVEGARDE.
           OPEN OUTPUT F-ORIGINE.
           MOVE "C" TO WS-FIN-COPIE.

      *la note corrigée remplace la note d'origine dans la ligne
      *"02" de l'éléve, au format de saisienotes
       REVISE-INPUT.
           MOVE "input.dat" TO WS-NOM-ORIGINE.
           MOVE "input-avant-recours.dat" TO WS-NOM-SAUVEGARDE.
           PERFORM SAUVEGARDE-FICHIER THRU SAUVEGARDE-FICHIER-FIN.
           IF NOT WS-FICHIER-EST-PRESENT
              GO TO REVISE-INPUT-FIN
           END-IF.
           PERFORM OUVRE-REVISION.
           MOVE 0 TO WS-INDEX-COURANT.
           PERFORM UNTIL WS-FIN-COPIE EQUAL "F"
              READ F-SAUVEGARDE INTO WS-LIGNE
                 AT END
                    MOVE "F" TO WS-FIN-COPIE
                 NOT AT END
                    IF WS-LIGNE(1:2) EQUAL "01"
                       MOVE WS-LIGNE(3:7) TO WS-NOM-CHERCHE
                       MOVE WS-LIGNE(10:6) TO WS-PRENOM-CHERCHE
                       PERFORM CHERCHE-ETUDIANT
                       MOVE WS-INDEX-ETUDIANT TO WS-INDEX-COURANT
                    END-IF
                    IF WS-LIGNE(1:2) EQUAL "02"
                    AND WS-INDEX-COURANT GREATER THAN 0
                       PERFORM CHERCHE-NOTE-CORRIGEE
                       IF WS-INDEX-NOTE GREATER THAN 0
                          MOVE GRADE-NOTE(WS-INDEX-COURANT,
                          WS-INDEX-NOTE) TO WS-NOTE-INPUT
                          MOVE WS-NOTE-INPUT TO WS-LIGNE(27:5)
                          ADD 1 TO WS-NB-LIGNES-REVISEES
                       END-IF
                    END-IF
                    WRITE LIGNE-ORIGINE FROM WS-LIGNE
              END-READ
           END-PERFORM.
           CLOSE F-SAUVEGARDE.
           CLOSE F-ORIGINE.
       REVISE-INPUT-FIN.
           EXIT.

      *la note corrigée de l'éléve WS-INDEX-COURANT dont le libellé
      *est en tête de la ligne "02" ou du bulletin, ou 0 dans
      *WS-INDEX-NOTE
       CHERCHE-NOTE-CORRIGEE.
           MOVE 0 TO WS-INDEX-NOTE.
           IF S-CORRIGE(WS-INDEX-COURANT) EQUAL "O"
              PERFORM VARYING WS-INDEX2 FROM 1 BY 1
              UNTIL WS-INDEX2 GREATER THAN
              COURSE-LGHT(WS-INDEX-COURANT)
                 IF NOTE-CORRIGEE(WS-INDEX-COURANT, WS-INDEX2)
                 EQUAL "O"
                 AND ((WS-LIGNE(1:2) EQUAL "02"
                 AND LIBELLE(WS-INDEX-COURANT, WS-INDEX2)
                 EQUAL WS-LIGNE(3:21))
                 OR (WS-LIGNE(1:2) NOT EQUAL "02"
                 AND LIBELLE(WS-INDEX-COURANT, WS-INDEX2)
                 EQUAL WS-LIGNE(1:21)))
                    MOVE WS-INDEX2 TO WS-INDEX-NOTE
                 END-IF
              END-PERFORM
           END-IF.

      *output.dat : la ligne de chaque éléve dont la moyenne ou un
      *rang a changé, le sous-total et le tableau d'honneur des
      *classes corrigées ; un output.dat régénéré après rattrapage
      *n'est pas révisé
       REVISE-OUTPUT.
           MOVE "output.dat" TO WS-NOM-ORIGINE.
           MOVE "output-avant-recours.dat" TO WS-NOM-SAUVEGARDE.
           PERFORM SAUVEGARDE-FICHIER THRU SAUVEGARDE-FICHIER-FIN.
           IF NOT WS-FICHIER-EST-PRESENT
              GO TO REVISE-OUTPUT-FIN
           END-IF.
           PERFORM OUVRE-REVISION.
           MOVE "N" TO WS-SAUT-HONNEUR.
           PERFORM UNTIL WS-FIN-COPIE EQUAL "F"
              READ F-SAUVEGARDE INTO WS-LIGNE
                 AT END
                    MOVE "F" TO WS-FIN-COPIE
                 NOT AT END
                    PERFORM REVISE-LIGNE-OUTPUT
                    THRU REVISE-LIGNE-OUTPUT-FIN
              END-READ
           END-PERFORM.
           CLOSE F-SAUVEGARDE.
           CLOSE F-ORIGINE.
       REVISE-OUTPUT-FIN.
           EXIT.

      *une ligne d'output.dat ; les anciennes lignes du tableau
      *d'honneur d'une classe corrigée sont remplacées par le
      *nouveau classement
       REVISE-LIGNE-OUTPUT.
           IF WS-SAUT-HONNEUR EQUAL "O"
           AND WS-LIGNE(1:2) EQUAL SPACES
              GO TO REVISE-LIGNE-OUTPUT-FIN
           END-IF.
           MOVE "N" TO WS-SAUT-HONNEUR.

           IF WS-LIGNE(1:25) EQUAL "TABLEAU D'HONNEUR CLASSE "
              MOVE WS-LIGNE(26:5) TO WS-CLASSE-REVISEE
              PERFORM CHERCHE-CLASSE-CORRIGEE
              WRITE LIGNE-ORIGINE FROM WS-LIGNE
              IF WS-CLASSE-EST-CORRIGEE
                 PERFORM ECRIT-HONNEUR-CLASSE
                 MOVE "O" TO WS-SAUT-HONNEUR
              END-IF
              GO TO REVISE-LIGNE-OUTPUT-FIN
           END-IF.

           IF WS-LIGNE(1:18) EQUAL "SOUS-TOTAL CLASSE "
           AND WS-LIGNE(37:9) EQUAL " MOYENNE "
              MOVE WS-LIGNE(19:5) TO WS-CLASSE-REVISEE
              PERFORM CHERCHE-CLASSE-CORRIGEE
              IF WS-CLASSE-EST-CORRIGEE
                 DIVIDE WS-CLASSE-SOMME BY WS-CLASSE-NB
                 GIVING WS-CLASSE-MOYENNE
                 MOVE WS-CLASSE-MOYENNE TO WS-MOYENNE-CALCUL
                 PERFORM EDITE-MOYENNE
                 MOVE WS-MOYENNE-EDITEE TO WS-LIGNE(46:6)
                 ADD 1 TO WS-NB-LIGNES-REVISEES
              END-IF
              WRITE LIGNE-ORIGINE FROM WS-LIGNE
              GO TO REVISE-LIGNE-OUTPUT-FIN
           END-IF.

      *la ligne d'un éléve : nom, prénom, classe, moyenne
           IF WS-LIGNE(15:1) EQUAL SPACE
           AND WS-LIGNE(25:1) EQUAL ","
              MOVE WS-LIGNE(1:7) TO WS-NOM-CHERCHE
              MOVE WS-LIGNE(9:6) TO WS-PRENOM-CHERCHE
              PERFORM CHERCHE-ETUDIANT
              MOVE WS-INDEX-ETUDIANT TO WS-INDEX1
              IF WS-INDEX1 GREATER THAN 0
                 IF WS-LIGNE(38:17) EQUAL " APRES RATTRAPAGE"
                    PERFORM NOTE-RATTRAPAGE
                 ELSE
                    IF S-AVERAGE(WS-INDEX1) NOT EQUAL
                    S-AVANT-AVERAGE(WS-INDEX1)
                    OR S-RANG-CLASSE(WS-INDEX1) NOT EQUAL
                    S-AVANT-RANG-CLASSE(WS-INDEX1)
                    OR S-RANG-ECOLE(WS-INDEX1) NOT EQUAL
                    S-AVANT-RANG-ECOLE(WS-INDEX1)
                       MOVE S-AVERAGE(WS-INDEX1) TO WS-MOYENNE-CALCUL
                       PERFORM EDITE-MOYENNE
                       PERFORM DETERMINE-APPRECIATION
                       MOVE WS-MOYENNE-EDITEE TO WS-LIGNE(22:6)
                       MOVE WS-APPRECIATION TO WS-LIGNE(29:9)
                       IF WS-LIGNE(38:13) EQUAL " RANG CLASSE "
                          MOVE S-RANG-CLASSE(WS-INDEX1)
                          TO WS-LIGNE(51:3)
                          MOVE S-RANG-ECOLE(WS-INDEX1)
                          TO WS-LIGNE(66:3)
                       END-IF
                       ADD 1 TO WS-NB-LIGNES-REVISEES
                    END-IF
                 END-IF
              END-IF
           END-IF.
           WRITE LIGNE-ORIGINE FROM WS-LIGNE.
       REVISE-LIGNE-OUTPUT-FIN.
           EXIT.

      *la classe WS-CLASSE-REVISEE a-t-elle un éléve corrigé ? on
      *en profite pour cumuler son effectif et ses moyennes
       CHERCHE-CLASSE-CORRIGEE.
           MOVE "N" TO WS-CLASSE-CORRIGEE.
           MOVE 0 TO WS-CLASSE-NB.
           MOVE 0 TO WS-CLASSE-SOMME.
           PERFORM VARYING WS-INDEX2 FROM 1 BY 1
           UNTIL WS-INDEX2 GREATER THAN STUDENT-LGHT
              IF S-CLASS(WS-INDEX2) EQUAL WS-CLASSE-REVISEE
                 ADD 1 TO WS-CLASSE-NB
                 ADD S-AVERAGE(WS-INDEX2) TO WS-CLASSE-SOMME
                 IF S-CORRIGE(WS-INDEX2) EQUAL "O"
                    SET WS-CLASSE-EST-CORRIGEE TO TRUE
                 END-IF
              END-IF
           END-PERFORM.

      *le nouveau tableau d'honneur de la classe WS-CLASSE-REVISEE :
      *les éléves de rang 1 à 10, comme student
       ECRIT-HONNEUR-CLASSE.
           PERFORM VARYING WS-RANG-HONNEUR FROM 1 BY 1
           UNTIL WS-RANG-HONNEUR GREATER THAN 10
              PERFORM VARYING WS-INDEX2 FROM 1 BY 1
              UNTIL WS-INDEX2 GREATER THAN STUDENT-LGHT
                 IF S-CLASS(WS-INDEX2) EQUAL WS-CLASSE-REVISEE
                 AND S-RANG-CLASSE(WS-INDEX2) EQUAL WS-RANG-HONNEUR
                    MOVE SPACES TO LIGNE-ORIGINE
                    STRING "  " WS-RANG-HONNEUR " "
                    S-LASTNAME(WS-INDEX2) " " S-FIRSTNAME(WS-INDEX2)
                    " " S-AVERAGE(WS-INDEX2)(1:3) ","
                    S-AVERAGE(WS-INDEX2)(4:2)
                    INTO LIGNE-ORIGINE
                    END-STRING
                    WRITE LIGNE-ORIGINE
                    ADD 1 TO WS-NB-LIGNES-REVISEES
                 END-IF
              END-PERFORM
           END-PERFORM.

      *la moyenne WS-MOYENNE-CALCUL au format "999,99" des sorties
       EDITE-MOYENNE.
           MOVE SPACES TO WS-MOYENNE-EDITEE.
           STRING WS-MOYENNE-CALCUL(1:3) "," WS-MOYENNE-CALCUL(4:2)
           DELIMITED BY SIZE INTO WS-MOYENNE-EDITEE
           END-STRING.

      *l'éléve WS-INDEX1, s'il est corrigé, a des sorties issues de
      *rattrapage qui ne sont pas révisées
       NOTE-RATTRAPAGE.
           IF S-CORRIGE(WS-INDEX1) EQUAL "O"
           AND S-RATTRAPAGE(WS-INDEX1) NOT EQUAL "O"
              MOVE "O" TO S-RATTRAPAGE(WS-INDEX1)
              ADD 1 TO WS-NB-RATTRAPAGES
           END-IF.

      *output-notes.dat : la note corrigée, reprise par le rapport
      *des enseignants
       REVISE-NOTES.
           MOVE "output-notes.dat" TO WS-NOM-ORIGINE.
           MOVE "output-notes-avant-recours.dat" TO WS-NOM-SAUVEGARDE.
           PERFORM SAUVEGARDE-FICHIER THRU SAUVEGARDE-FICHIER-FIN.
           IF NOT WS-FICHIER-EST-PRESENT
              GO TO REVISE-NOTES-FIN
           END-IF.
           PERFORM OUVRE-REVISION.
           PERFORM UNTIL WS-FIN-COPIE EQUAL "F"
              READ F-SAUVEGARDE INTO WS-LIGNE
                 AT END
                    MOVE "F" TO WS-FIN-COPIE
                 NOT AT END
                    MOVE WS-LIGNE(7:7) TO WS-NOM-CHERCHE
                    MOVE WS-LIGNE(15:6) TO WS-PRENOM-CHERCHE
                    PERFORM CHERCHE-ETUDIANT
                    IF WS-INDEX-ETUDIANT GREATER THAN 0
                    AND S-CORRIGE(WS-INDEX-ETUDIANT) EQUAL "O"
                       PERFORM VARYING WS-INDEX2 FROM 1 BY 1
                       UNTIL WS-INDEX2 GREATER THAN
                       COURSE-LGHT(WS-INDEX-ETUDIANT)
                          IF NOTE-CORRIGEE(WS-INDEX-ETUDIANT,
                          WS-INDEX2) EQUAL "O"
                          AND LIBELLE(WS-INDEX-ETUDIANT, WS-INDEX2)
                          EQUAL WS-LIGNE(22:21)
                             MOVE GRADE-NOTE(WS-INDEX-ETUDIANT,
                             WS-INDEX2)(1:2) TO WS-LIGNE(44:2)
                             MOVE GRADE-NOTE(WS-INDEX-ETUDIANT,
                             WS-INDEX2)(3:2) TO WS-LIGNE(47:2)
                             ADD 1 TO WS-NB-LIGNES-REVISEES
                          END-IF
                       END-PERFORM
                    END-IF
                    WRITE LIGNE-ORIGINE FROM WS-LIGNE
              END-READ
           END-PERFORM.
           CLOSE F-SAUVEGARDE.
           CLOSE F-ORIGINE.
       REVISE-NOTES-FIN.
           EXIT.

      *bulletins.dat : dans chaque exemplaire du bulletin d'un
      *éléve corrigé, la note et la moyenne générale ; dans tous
      *les bulletins, la moyenne de classe des matières corrigées ;
      *les bulletins d'après rattrapage ne sont pas révisés
       REVISE-BULLETINS.
           MOVE "bulletins.dat" TO WS-NOM-ORIGINE.
           MOVE "bulletins-avant-recours.dat" TO WS-NOM-SAUVEGARDE.
           PERFORM SAUVEGARDE-FICHIER THRU SAUVEGARDE-FICHIER-FIN.
           IF NOT WS-FICHIER-EST-PRESENT
              GO TO REVISE-BULLETINS-FIN
           END-IF.
           PERFORM OUVRE-REVISION.
           MOVE 0 TO WS-INDEX-COURANT.
           MOVE "N" TO WS-BULLETIN-RATTRAPAGE.
           PERFORM UNTIL WS-FIN-COPIE EQUAL "F"
              READ F-SAUVEGARDE INTO WS-LIGNE
                 AT END
                    MOVE "F" TO WS-FIN-COPIE
                 NOT AT END
                    PERFORM REVISE-LIGNE-BULLETIN
                    WRITE LIGNE-ORIGINE FROM WS-LIGNE
              END-READ
           END-PERFORM.
           CLOSE F-SAUVEGARDE.
           CLOSE F-ORIGINE.
       REVISE-BULLETINS-FIN.
           EXIT.

      *une ligne de bulletin : le titre désigne l'éléve, les lignes
      *de matière et la moyenne générale sont révisées
       REVISE-LIGNE-BULLETIN.
           IF WS-LIGNE(1:15) EQUAL "===== BULLETIN "
              MOVE 0 TO WS-INDEX-COURANT
              IF WS-LIGNE(26:18) EQUAL " APRES RATTRAPAGE "
                 MOVE "O" TO WS-BULLETIN-RATTRAPAGE
                 MOVE WS-LIGNE(44:7) TO WS-NOM-CHERCHE
                 MOVE WS-LIGNE(52:6) TO WS-PRENOM-CHERCHE
                 PERFORM CHERCHE-ETUDIANT
                 IF WS-INDEX-ETUDIANT GREATER THAN 0
                    MOVE WS-INDEX-ETUDIANT TO WS-INDEX1
                    PERFORM NOTE-RATTRAPAGE
                 END-IF
              ELSE
                 MOVE "N" TO WS-BULLETIN-RATTRAPAGE
                 MOVE WS-LIGNE(27:7) TO WS-NOM-CHERCHE
                 MOVE WS-LIGNE(35:6) TO WS-PRENOM-CHERCHE
                 PERFORM CHERCHE-ETUDIANT
                 MOVE WS-INDEX-ETUDIANT TO WS-INDEX-COURANT
              END-IF
           ELSE
              IF WS-BULLETIN-RATTRAPAGE EQUAL "N"
                 IF WS-LIGNE(22:6) EQUAL " coef "
                    IF WS-INDEX-COURANT GREATER THAN 0
                       PERFORM CHERCHE-NOTE-CORRIGEE
                       IF WS-INDEX-NOTE GREATER THAN 0
                          MOVE GRADE-NOTE(WS-INDEX-COURANT,
                          WS-INDEX-NOTE)(1:2) TO WS-LIGNE(37:2)
                          MOVE GRADE-NOTE(WS-INDEX-COURANT,
                          WS-INDEX-NOTE)(3:2) TO WS-LIGNE(40:2)
                          ADD 1 TO WS-NB-LIGNES-REVISEES
                       END-IF
                    END-IF
                    IF WS-LIGNE(42:16) EQUAL " moyenne classe "
                       PERFORM VARYING WS-INDEX-MAT FROM 1 BY 1
                       UNTIL WS-INDEX-MAT GREATER THAN WS-NB-MATIERES
                          IF WS-MAT-CORRIGEE(WS-INDEX-MAT) EQUAL "O"
                          AND WS-MAT-LIBELLE(WS-INDEX-MAT)
                          EQUAL WS-LIGNE(1:21)
                             MOVE WS-MAT-MOYENNE(WS-INDEX-MAT)(1:2)
                             TO WS-LIGNE(58:2)
                             MOVE WS-MAT-MOYENNE(WS-INDEX-MAT)(3:2)
                             TO WS-LIGNE(61:2)
                          END-IF
                       END-PERFORM
                    END-IF
                 END-IF
                 IF WS-LIGNE(1:17) EQUAL "moyenne generale "
                 AND WS-INDEX-COURANT GREATER THAN 0
                    IF S-CORRIGE(WS-INDEX-COURANT) EQUAL "O"
                       MOVE S-AVERAGE(WS-INDEX-COURANT)
                       TO WS-MOYENNE-CALCUL
                       PERFORM EDITE-MOYENNE
                       PERFORM DETERMINE-APPRECIATION
                       MOVE WS-MOYENNE-EDITEE TO WS-LIGNE(18:6)
                       MOVE WS-APPRECIATION TO WS-LIGNE(38:9)
                       ADD 1 TO WS-NB-LIGNES-REVISEES
                    END-IF
                 END-IF
              END-IF
           END-IF.

      *student-historique.dat : la moyenne du trimestre de chaque
      *éléve corrigé ; la ligne d'après rattrapage n'est pas révisée
       REVISE-HISTORIQUE.
           MOVE "student-historique.dat" TO WS-NOM-ORIGINE.
           MOVE "student-historique-avant-recours.dat"
           TO WS-NOM-SAUVEGARDE.
           PERFORM SAUVEGARDE-FICHIER THRU SAUVEGARDE-FICHIER-FIN.
           IF NOT WS-FICHIER-EST-PRESENT
              GO TO REVISE-HISTORIQUE-FIN
           END-IF.
           PERFORM OUVRE-REVISION.
           PERFORM UNTIL WS-FIN-COPIE EQUAL "F"
              READ F-SAUVEGARDE INTO WS-LIGNE
                 AT END
                    MOVE "F" TO WS-FIN-COPIE
                 NOT AT END
                    IF WS-LIGNE(1:10) EQUAL WS-TERME
                       MOVE WS-LIGNE(12:7) TO WS-NOM-CHERCHE
                       MOVE WS-LIGNE(20:6) TO WS-PRENOM-CHERCHE
                       PERFORM CHERCHE-ETUDIANT
                       MOVE WS-INDEX-ETUDIANT TO WS-INDEX1
                       IF WS-INDEX1 GREATER THAN 0
                          IF WS-LIGNE(33:17) EQUAL " APRES RATTRAPAGE"
                             PERFORM NOTE-RATTRAPAGE
                          ELSE
                             IF S-CORRIGE(WS-INDEX1) EQUAL "O"
                                MOVE S-AVERAGE(WS-INDEX1)
                                TO WS-MOYENNE-CALCUL
                                PERFORM EDITE-MOYENNE
                                MOVE WS-MOYENNE-EDITEE
                                TO WS-LIGNE(27:6)
                                ADD 1 TO WS-NB-LIGNES-REVISEES
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                    WRITE LIGNE-ORIGINE FROM WS-LIGNE
              END-READ
           END-PERFORM.
           CLOSE F-SAUVEGARDE.
           CLOSE F-ORIGINE.
       REVISE-HISTORIQUE-FIN.
           EXIT.

      *chaque note corrigée entre dans le fichier d'attente de
      *saisienotes comme une correction motivée par le recours,
      *quand les notes y sont saisies
       JOURNALISE-SAISIES.
           OPEN EXTEND F-SAISIES.
           IF NOT F-SAISIES-STATUS-OK
              GO TO JOURNALISE-SAISIES-FIN
           END-IF.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           PERFORM VARYING WS-INDEX-RECOURS FROM 1 BY 1
           UNTIL WS-INDEX-RECOURS GREATER THAN WS-NB-RECOURS
              IF WS-ETAT-RECOURS(WS-INDEX-RECOURS) EQUAL "O"
                 MOVE WS-ELEVE-RECOURS(WS-INDEX-RECOURS)
                 TO WS-INDEX-COURANT
                 MOVE SPACES TO REC-F-SAISIES
                 MOVE "C" TO SA-TYPE
                 MOVE WS-TERME TO SA-TERME
                 MOVE S-CLASS(WS-INDEX-COURANT) TO SA-CLASS
                 MOVE WS-RC-LASTNAME(WS-INDEX-RECOURS) TO SA-LASTNAME
                 MOVE WS-RC-FIRSTNAME(WS-INDEX-RECOURS)
                 TO SA-FIRSTNAME
                 MOVE WS-RC-LABEL(WS-INDEX-RECOURS) TO SA-LABEL
                 PERFORM VARYING WS-INDEX2 FROM 1 BY 1
                 UNTIL WS-INDEX2 GREATER THAN
                 COURSE-LGHT(WS-INDEX-COURANT)
                    IF LIBELLE(WS-INDEX-COURANT, WS-INDEX2)
                    EQUAL WS-RC-LABEL(WS-INDEX-RECOURS)
                       MOVE COEF-SAISI(WS-INDEX-COURANT, WS-INDEX2)
                       TO SA-COEF
                    END-IF
                 END-PERFORM
                 MOVE WS-RC-NOTE-ACCORDEE(WS-INDEX-RECOURS) TO SA-NOTE
                 MOVE WS-RC-NOTE-ORIGINE(WS-INDEX-RECOURS)
                 TO SA-ANCIENNE-NOTE
                 MOVE WS-RC-DECISION-OPERATEUR(WS-INDEX-RECOURS)
                 TO SA-OPERATEUR
                 MOVE WS-DATE-JOUR TO SA-DATE
                 MOVE WS-HEURE-JOUR TO SA-HEURE
                 STRING "recours " WS-RC-NUMERO(WS-INDEX-RECOURS)
                 " accepte par " WS-RC-DECIDEUR(WS-INDEX-RECOURS)
                 DELIMITED BY SIZE INTO SA-MOTIF
                 END-STRING
                 WRITE REC-F-SAISIES
              END-IF
           END-PERFORM.
           CLOSE F-SAISIES.
       JOURNALISE-SAISIES-FIN.
           EXIT.

      *le rapport : chaque recours du trimestre avec sa décision et,
      *une fois appliqué, les résultats de l'éléve avant et après ;
      *les décisions changées par un recours sont signalées
       ECRIT-RAPPORT.
           OPEN OUTPUT F-RAPPORT.
           MOVE SPACES TO REC-F-RAPPORT.
           STRING "RECOURS SUR LES NOTES - TRIMESTRE " WS-TERME
           " - REVISION DU " WS-DATE-JOUR
           INTO REC-F-RAPPORT
           END-STRING.
           WRITE REC-F-RAPPORT.

           PERFORM VARYING WS-INDEX-RECOURS FROM 1 BY 1
           UNTIL WS-INDEX-RECOURS GREATER THAN WS-NB-RECOURS
              IF WS-RC-TERME(WS-INDEX-RECOURS) EQUAL WS-TERME
                 PERFORM ECRIT-RAPPORT-RECOURS
              END-IF
           END-PERFORM.

           MOVE SPACES TO REC-F-RAPPORT.
           STRING "--- " WS-NB-RECOURS-TERME " recours, "
           WS-NB-APPLIQUES " applique(s) ce jour, "
           WS-NB-DEJA-APPLIQUES " deja applique(s), "
           WS-NB-ANOMALIES " non applique(s), "
           WS-NB-EN-ATTENTE " en attente, "
           WS-NB-REFUSES " refuse(s), "
           WS-NB-DECISIONS-MODIFIEES " decision(s) modifiee(s) ---"
           INTO REC-F-RAPPORT
           END-STRING.
           WRITE REC-F-RAPPORT.
           CLOSE F-RAPPORT.

      *les lignes du recours WS-INDEX-RECOURS
       ECRIT-RAPPORT-RECOURS.
           ADD 1 TO WS-NB-RECOURS-TERME.
           EVALUATE TRUE
              WHEN WS-RC-ACCEPTE(WS-INDEX-RECOURS)
                 MOVE "ACCEPTE" TO WS-LIBELLE-DECISION
              WHEN WS-RC-REFUSE(WS-INDEX-RECOURS)
                 MOVE "REFUSE" TO WS-LIBELLE-DECISION
                 ADD 1 TO WS-NB-REFUSES
              WHEN OTHER
                 MOVE "EN ATTENTE" TO WS-LIBELLE-DECISION
                 ADD 1 TO WS-NB-EN-ATTENTE
           END-EVALUATE.

           MOVE SPACES TO REC-F-RAPPORT.
           STRING "RECOURS " WS-RC-NUMERO(WS-INDEX-RECOURS)
           " " WS-RC-LASTNAME(WS-INDEX-RECOURS)
           " " WS-RC-FIRSTNAME(WS-INDEX-RECOURS)
           " classe " WS-RC-CLASS(WS-INDEX-RECOURS)
           " " WS-RC-LABEL(WS-INDEX-RECOURS)
           " note " WS-RC-NOTE-ORIGINE(WS-INDEX-RECOURS)
           " demandee " WS-RC-NOTE-DEMANDEE(WS-INDEX-RECOURS)
           " " WS-LIBELLE-DECISION
           INTO REC-F-RAPPORT
           END-STRING.
           WRITE REC-F-RAPPORT.

           IF NOT WS-RC-EN-ATTENTE(WS-INDEX-RECOURS)
              MOVE SPACES TO REC-F-RAPPORT
              MOVE 1 TO WS-POINTEUR
              STRING "  decide le "
              WS-RC-DECISION-DATE(WS-INDEX-RECOURS)
              " par " DELIMITED BY SIZE
              WS-RC-DECIDEUR(WS-INDEX-RECOURS) DELIMITED BY "  "
              INTO REC-F-RAPPORT
              WITH POINTER WS-POINTEUR
              END-STRING
              IF WS-RC-ACCEPTE(WS-INDEX-RECOURS)
                 STRING " note accordee "
                 WS-RC-NOTE-ACCORDEE(WS-INDEX-RECOURS)
                 INTO REC-F-RAPPORT
                 WITH POINTER WS-POINTEUR
                 END-STRING
              END-IF
              WRITE REC-F-RAPPORT
           END-IF.

           MOVE SPACES TO REC-F-RAPPORT.
           EVALUATE TRUE
              WHEN WS-ETAT-RECOURS(WS-INDEX-RECOURS) EQUAL "X"
                 STRING "  NON APPLIQUE : la note d'input.dat n'est "
                 "plus la note d'origine"
                 INTO REC-F-RAPPORT
                 END-STRING
                 WRITE REC-F-RAPPORT
              WHEN WS-ETAT-RECOURS(WS-INDEX-RECOURS) EQUAL "I"
                 STRING "  NON APPLIQUE : eleve ou matiere absent "
                 "d'input.dat"
                 INTO REC-F-RAPPORT
                 END-STRING
                 WRITE REC-F-RAPPORT
              WHEN WS-RC-ACCEPTE(WS-INDEX-RECOURS)
              AND WS-RC-APPLICATION-DATE(WS-INDEX-RECOURS)
              GREATER THAN 0
                 PERFORM ECRIT-RAPPORT-RESULTATS
           END-EVALUATE.

      *les résultats avant et après du recours appliqué
      *WS-INDEX-RECOURS
       ECRIT-RAPPORT-RESULTATS.
           IF WS-ETAT-RECOURS(WS-INDEX-RECOURS) NOT EQUAL "O"
              ADD 1 TO WS-NB-DEJA-APPLIQUES
           END-IF.
           MOVE SPACES TO REC-F-RAPPORT.
           STRING "  applique le "
           WS-RC-APPLICATION-DATE(WS-INDEX-RECOURS)
           " moyenne "
           WS-RC-MOYENNE-AVANT(WS-INDEX-RECOURS)(1:3) ","
           WS-RC-MOYENNE-AVANT(WS-INDEX-RECOURS)(4:2) " -> "
           WS-RC-MOYENNE-APRES(WS-INDEX-RECOURS)(1:3) ","
           WS-RC-MOYENNE-APRES(WS-INDEX-RECOURS)(4:2)
           " rang classe " WS-RC-RANG-AVANT(WS-INDEX-RECOURS)
           " -> " WS-RC-RANG-APRES(WS-INDEX-RECOURS)
           " appreciation " WS-RC-APPREC-AVANT(WS-INDEX-RECOURS)
           " -> " WS-RC-APPREC-APRES(WS-INDEX-RECOURS)
           " tableau d'honneur " WS-RC-HONNEUR-AVANT(WS-INDEX-RECOURS)
           " -> " WS-RC-HONNEUR-APRES(WS-INDEX-RECOURS)
           INTO REC-F-RAPPORT
           END-STRING.
           WRITE REC-F-RAPPORT.

           IF WS-RC-APPREC-AVANT(WS-INDEX-RECOURS) NOT EQUAL
           WS-RC-APPREC-APRES(WS-INDEX-RECOURS)
              ADD 1 TO WS-NB-DECISIONS-MODIFIEES
              MOVE SPACES TO REC-F-RAPPORT
              STRING "  *** DECISION MODIFIEE PAR LE RECOURS : "
              WS-RC-APPREC-AVANT(WS-INDEX-RECOURS) " -> "
              WS-RC-APPREC-APRES(WS-INDEX-RECOURS)
              INTO REC-F-RAPPORT
              END-STRING
              WRITE REC-F-RAPPORT
           END-IF.
           IF WS-RC-HONNEUR-AVANT(WS-INDEX-RECOURS) NOT EQUAL
           WS-RC-HONNEUR-APRES(WS-INDEX-RECOURS)
              MOVE SPACES TO REC-F-RAPPORT
              IF WS-RC-HONNEUR-APRES(WS-INDEX-RECOURS) EQUAL "O"
                 STRING "  *** ENTREE AU TABLEAU D'HONNEUR"
                 INTO REC-F-RAPPORT
                 END-STRING
              ELSE
                 STRING "  *** SORTIE DU TABLEAU D'HONNEUR"
                 INTO REC-F-RAPPORT
                 END-STRING
              END-IF
              WRITE REC-F-RAPPORT
           END-IF.
           IF WS-ETAT-RECOURS(WS-INDEX-RECOURS) EQUAL "O"
              MOVE WS-ELEVE-RECOURS(WS-INDEX-RECOURS) TO WS-INDEX1
              IF S-RATTRAPAGE(WS-INDEX1) EQUAL "O"
                 MOVE SPACES TO REC-F-RAPPORT
                 STRING "  sorties apres rattrapage non revisees : "
                 "relancer rattrapage"
                 INTO REC-F-RAPPORT
                 END-STRING
                 WRITE REC-F-RAPPORT
              END-IF
           END-IF.

       COPY "../../copybooks/recours-ecrit.copy".
