      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. enseignants.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *le fichier des enseignants : code, nom et prénom
           SELECT F-ENSEIGNANTS
               ASSIGN TO 'enseignants.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-ENSEIGNANTS-STATUS.

      *les affectations de l'année scolaire : quel enseignant fait
      *quelle matière dans quelle classe
           SELECT F-AFFECTATIONS
               ASSIGN TO 'affectations-enseignants.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-AFFECTATIONS-STATUS.

      *le détail des notes retenues par student.cbl, une ligne par
      *éléve et par matière avec sa classe
           SELECT F-NOTES
               ASSIGN TO 'output-notes.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-NOTES-STATUS.

      *le rapport par matière de student.cbl, pour la moyenne de
      *l'école dans chaque matière
           SELECT F-OUTPUT-MATIERE
               ASSIGN TO 'output-matieres.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-OUTPUT-MATIERE-STATUS.

      *le rapport des éléves de student.cbl, pour l'effectif de
      *chaque classe
           SELECT F-OUTPUT
               ASSIGN TO 'output.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-OUTPUT-STATUS.

      *le rapport par enseignant pour le chef d'établissement
           SELECT F-RAPPORT
               ASSIGN TO 'rapport-enseignants.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RAPPORT-STATUS.

      *les enseignants à relancer : une classe affectée sans aucune
      *note saisie, à réclamer avant le conseil de classe
           SELECT F-RELANCES
               ASSIGN TO 'relances-saisie-notes.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-RELANCES-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *un enseignant : code, nom et prénom
       FD  F-ENSEIGNANTS
           RECORD CONTAINS 43 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-ENSEIGNANTS.
           03 E-CODE           PIC X(06).
           03 FILLER           PIC X.
           03 E-NOM            PIC X(20).
           03 FILLER           PIC X.
           03 E-PRENOM         PIC X(15).

      *une affectation : année scolaire (ex 2025-2026), enseignant,
      *classe et matière au libellé du référentiel matieres.dat
       FD  F-AFFECTATIONS
           RECORD CONTAINS 45 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-AFFECTATIONS.
           03 A-ANNEE          PIC X(09).
           03 FILLER           PIC X.
           03 A-CODE           PIC X(06).
           03 FILLER           PIC X.
           03 A-CLASSE         PIC X(05).
           03 FILLER           PIC X.
           03 A-MATIERE        PIC X(21).

      *une note telle qu'écrite par student.cbl : classe, nom,
      *prénom, matière et note "99,99"
       FD  F-NOTES
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-NOTES.
           03 N-CLASSE         PIC X(05).
           03 FILLER           PIC X.
           03 N-NOM            PIC X(07).
           03 FILLER           PIC X.
           03 N-PRENOM         PIC X(06).
           03 FILLER           PIC X.
           03 N-MATIERE        PIC X(21).
           03 FILLER           PIC X.
           03 N-NOTE-ENTIERE   PIC 9(02).
           03 FILLER           PIC X.
           03 N-NOTE-DECIMALE  PIC 9(02).
           03 FILLER           PIC X(202).

      *une ligne du rapport par matière : libellé puis " MOYENNE "
      *et la moyenne de l'école "99,99"
       FD  F-OUTPUT-MATIERE
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-OUTPUT-MATIERE.
           03 M-LIBELLE        PIC X(21).
           03 M-ETIQUETTE      PIC X(09).
           03 M-MOYENNE-ENTIERE  PIC 9(02).
           03 FILLER           PIC X.
           03 M-MOYENNE-DECIMALE PIC 9(02).
           03 FILLER           PIC X(215).

      *une ligne du rapport des éléves : nom, prénom, classe ; les
      *sous-totaux et le tableau d'honneur sont ignorés
       FD  F-OUTPUT
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-OUTPUT.
           03 O-NOM            PIC X(07).
           03 FILLER           PIC X.
           03 O-PRENOM         PIC X(06).
           03 FILLER           PIC X.
           03 O-CLASSE         PIC X(05).
           03 FILLER           PIC X(230).

       FD  F-RAPPORT
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RAPPORT       PIC X(250).

       FD  F-RELANCES
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-RELANCES      PIC X(250).

       WORKING-STORAGE SECTION.

       01  F-ENSEIGNANTS-STATUS  PIC X(02) VALUE SPACE.
           88 F-ENSEIGNANTS-STATUS-OK  VALUE '00'.
           88 F-ENSEIGNANTS-STATUS-EOF VALUE '10'.
       01  F-AFFECTATIONS-STATUS PIC X(02) VALUE SPACE.
           88 F-AFFECTATIONS-STATUS-OK  VALUE '00'.
           88 F-AFFECTATIONS-STATUS-EOF VALUE '10'.
       01  F-NOTES-STATUS        PIC X(02) VALUE SPACE.
           88 F-NOTES-STATUS-OK  VALUE '00'.
           88 F-NOTES-STATUS-EOF VALUE '10'.
       01  F-OUTPUT-MATIERE-STATUS PIC X(02) VALUE SPACE.
           88 F-OUTPUT-MATIERE-STATUS-OK  VALUE '00'.
           88 F-OUTPUT-MATIERE-STATUS-EOF VALUE '10'.
       01  F-OUTPUT-STATUS       PIC X(02) VALUE SPACE.
           88 F-OUTPUT-STATUS-OK  VALUE '00'.
           88 F-OUTPUT-STATUS-EOF VALUE '10'.
       01  F-RAPPORT-STATUS      PIC X(02) VALUE SPACE.
       01  F-RELANCES-STATUS     PIC X(02) VALUE SPACE.

      *l'année scolaire des affectations retenues, le seuil de
      *réussite et la date limite de saisie du trimestre, saisis à
      *chaque run
       01 WS-ANNEE-SCOLAIRE PIC X(09) VALUE SPACES.
       01 WS-SEUIL-REUSSITE PIC 99V99 VALUE 10,00.
       01 WS-DATE-LIMITE    PIC 9(08) VALUE 0.
       01 WS-DATE-JOUR      PIC 9(08).

      *les enseignants
       01 WS-NB-ENSEIGNANTS PIC 9(3) VALUE 0.
       01 WS-ENSEIGNANT OCCURS 1 TO 999 TIMES
          DEPENDING ON WS-NB-ENSEIGNANTS.
           05 WS-ENS-CODE    PIC X(06).
           05 WS-ENS-NOM     PIC X(20).
           05 WS-ENS-PRENOM  PIC X(15).
       01 WS-INDEX-ENS PIC 9(3).
       01 WS-ENS-TROUVE PIC X VALUE "N".
           88 WS-ENS-EST-TROUVE VALUE "O".

      *les affectations de l'année et les notes qu'elles couvrent :
      *nombre, somme, somme des carrés pour l'écart-type, plus
      *basse et plus haute note, notes au-dessus du seuil
       01 WS-NB-AFFECTATIONS PIC 9(4) VALUE 0.
       01 WS-AFFECTATION OCCURS 1 TO 9999 TIMES
          DEPENDING ON WS-NB-AFFECTATIONS.
           05 WS-AFF-CODE       PIC X(06).
           05 WS-AFF-CLASSE     PIC X(05).
           05 WS-AFF-MATIERE    PIC X(21).
           05 WS-AFF-NB         PIC 9(4).
           05 WS-AFF-SOMME      PIC 9(6)V99.
           05 WS-AFF-CARRES     PIC 9(8)V9999.
           05 WS-AFF-MIN        PIC 99V99.
           05 WS-AFF-MAX        PIC 99V99.
           05 WS-AFF-REUSSITES  PIC 9(4).
       01 WS-INDEX-AFF PIC 9(4).
       01 WS-AFF-TROUVEE PIC X VALUE "N".
           88 WS-AFF-EST-TROUVEE VALUE "O".

      *les notes dont la classe et la matière n'ont aucun
      *enseignant affecté, signalées en fin de rapport
       01 WS-NB-ORPHELINES PIC 9(3) VALUE 0.
       01 WS-ORPHELINE OCCURS 1 TO 999 TIMES
          DEPENDING ON WS-NB-ORPHELINES.
           05 WS-ORP-CLASSE  PIC X(05).
           05 WS-ORP-MATIERE PIC X(21).
           05 WS-ORP-NB      PIC 9(4).
       01 WS-INDEX-ORP PIC 9(3).

      *la moyenne de l'école par matière
       01 WS-NB-MATIERES PIC 9(3) VALUE 0.
       01 WS-MATIERE OCCURS 1 TO 999 TIMES
          DEPENDING ON WS-NB-MATIERES.
           05 WS-MAT-LIBELLE PIC X(21).
           05 WS-MAT-MOYENNE PIC 99V99.
       01 WS-INDEX-MAT PIC 9(3).

      *l'effectif de chaque classe
       01 WS-NB-CLASSES PIC 9(3) VALUE 0.
       01 WS-CLASSE OCCURS 1 TO 999 TIMES
          DEPENDING ON WS-NB-CLASSES.
           05 WS-CLA-CODE      PIC X(05).
           05 WS-CLA-EFFECTIF  PIC 9(3).
       01 WS-INDEX-CLA PIC 9(3).

      *la note lue remise en numérique
       01 WS-NOTE PIC 99V99.

      *les résultats de l'affectation en cours d'édition
       01 WS-MOYENNE      PIC 99V99.
       01 WS-VARIANCE     PIC 9(4)V9(4).
       01 WS-ECART-TYPE   PIC 99V99.
       01 WS-TAUX         PIC 999V99.
       01 WS-EFFECTIF     PIC 9(3).
       01 WS-MOYENNE-ECOLE PIC 99V99.
       01 WS-DELTA        PIC S99V99.
       01 WS-DELTA-EDIT   PIC -(2)9,99.
       01 WS-ENS-COURANT  PIC X(06).
       01 WS-ETAT-RELANCE PIC X(09).

      *les compteurs du pied de rapport
       01 WS-NB-NOTES       PIC 9(5) VALUE 0.
       01 WS-NB-RELANCES    PIC 9(4) VALUE 0.
       01 WS-NB-SANS-ENS    PIC 9(4) VALUE 0.

      ******************************************************************
       PROCEDURE DIVISION.

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

      *l'année scolaire des affectations, le seuil de réussite et la
      *date limite de saisie des notes du trimestre
           DISPLAY "annee scolaire (ex 2025-2026)".
           ACCEPT WS-ANNEE-SCOLAIRE.
           DISPLAY "seuil de reussite (defaut 10,00)".
           ACCEPT WS-SEUIL-REUSSITE.
           IF WS-SEUIL-REUSSITE EQUAL 0
              MOVE 10,00 TO WS-SEUIL-REUSSITE
           END-IF.
           DISPLAY "date limite de saisie AAAAMMJJ (defaut jour)".
           ACCEPT WS-DATE-LIMITE.
           IF WS-DATE-LIMITE EQUAL 0
              MOVE WS-DATE-JOUR TO WS-DATE-LIMITE
           END-IF.

      *les enseignants puis leurs affectations de l'année
           OPEN INPUT F-ENSEIGNANTS.
           IF NOT F-ENSEIGNANTS-STATUS-OK
              DISPLAY "enseignants.dat absent, rien a rapporter"
              STOP RUN
           END-IF.
           PERFORM UNTIL F-ENSEIGNANTS-STATUS-EOF
              READ F-ENSEIGNANTS
              AT END
                 SET F-ENSEIGNANTS-STATUS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-NB-ENSEIGNANTS
                 MOVE E-CODE TO WS-ENS-CODE(WS-NB-ENSEIGNANTS)
                 MOVE E-NOM TO WS-ENS-NOM(WS-NB-ENSEIGNANTS)
                 MOVE E-PRENOM TO WS-ENS-PRENOM(WS-NB-ENSEIGNANTS)
              END-READ
           END-PERFORM.
           CLOSE F-ENSEIGNANTS.

           OPEN INPUT F-AFFECTATIONS.
           IF NOT F-AFFECTATIONS-STATUS-OK
              DISPLAY "affectations-enseignants.dat absent, "
              "rien a rapporter"
              STOP RUN
           END-IF.
           PERFORM UNTIL F-AFFECTATIONS-STATUS-EOF
              READ F-AFFECTATIONS
              AT END
                 SET F-AFFECTATIONS-STATUS-EOF TO TRUE
              NOT AT END
                 IF A-ANNEE EQUAL WS-ANNEE-SCOLAIRE
                    PERFORM RANGE-AFFECTATION
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE F-AFFECTATIONS.

      *la moyenne de l'école par matière et l'effectif des classes,
      *tels que publiés par student.cbl
           OPEN INPUT F-OUTPUT-MATIERE.
           IF F-OUTPUT-MATIERE-STATUS-OK
              PERFORM UNTIL F-OUTPUT-MATIERE-STATUS-EOF
                 READ F-OUTPUT-MATIERE
                 AT END
                    SET F-OUTPUT-MATIERE-STATUS-EOF TO TRUE
                 NOT AT END
                    IF M-ETIQUETTE EQUAL " MOYENNE "
                    AND M-MOYENNE-ENTIERE IS NUMERIC
                    AND M-MOYENNE-DECIMALE IS NUMERIC
                       ADD 1 TO WS-NB-MATIERES
                       MOVE M-LIBELLE TO WS-MAT-LIBELLE(WS-NB-MATIERES)
                       COMPUTE WS-MAT-MOYENNE(WS-NB-MATIERES) =
                       M-MOYENNE-ENTIERE + M-MOYENNE-DECIMALE / 100
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE F-OUTPUT-MATIERE
           ELSE
              DISPLAY "output-matieres.dat absent, "
              "pas de comparaison avec l'ecole"
           END-IF.

           OPEN INPUT F-OUTPUT.
           IF F-OUTPUT-STATUS-OK
              PERFORM UNTIL F-OUTPUT-STATUS-EOF
                 READ F-OUTPUT
                 AT END
                    SET F-OUTPUT-STATUS-EOF TO TRUE
                 NOT AT END
                    IF REC-F-OUTPUT(1:18) NOT EQUAL
                    "SOUS-TOTAL CLASSE "
                    AND REC-F-OUTPUT(1:17) NOT EQUAL
                    "TABLEAU D'HONNEUR"
                    AND O-NOM NOT EQUAL SPACES
                    AND O-CLASSE NOT EQUAL SPACES
                       PERFORM COMPTE-ELEVE-CLASSE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE F-OUTPUT
           ELSE
              DISPLAY "output.dat absent, effectifs inconnus"
           END-IF.

      *les notes du trimestre, réparties sur les affectations
           OPEN INPUT F-NOTES.
           IF F-NOTES-STATUS-OK
              PERFORM UNTIL F-NOTES-STATUS-EOF
                 READ F-NOTES
                 AT END
                    SET F-NOTES-STATUS-EOF TO TRUE
                 NOT AT END
                    IF N-NOTE-ENTIERE IS NUMERIC
                    AND N-NOTE-DECIMALE IS NUMERIC
                       ADD 1 TO WS-NB-NOTES
                       PERFORM RANGE-NOTE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE F-NOTES
           ELSE
              DISPLAY "output-notes.dat absent, aucune note saisie"
           END-IF.

      *le rapport est édité enseignant par enseignant, ses classes
      *dans l'ordre
           IF WS-NB-AFFECTATIONS GREATER THAN 1
              SORT WS-AFFECTATION ON ASCENDING WS-AFF-CODE,
              ASCENDING WS-AFF-CLASSE,
              ASCENDING WS-AFF-MATIERE
           END-IF.

           OPEN OUTPUT F-RAPPORT.
           OPEN OUTPUT F-RELANCES.

           MOVE SPACES TO REC-F-RAPPORT.
           STRING "RESULTATS PAR ENSEIGNANT " WS-ANNEE-SCOLAIRE
           " AU " WS-DATE-JOUR
           " SEUIL DE REUSSITE " WS-SEUIL-REUSSITE(1:2) ","
           WS-SEUIL-REUSSITE(3:2)
           INTO REC-F-RAPPORT
           END-STRING.
           WRITE REC-F-RAPPORT.

           MOVE SPACES TO WS-ENS-COURANT.
           PERFORM VARYING WS-INDEX-AFF FROM 1 BY 1
           UNTIL WS-INDEX-AFF GREATER THAN WS-NB-AFFECTATIONS
              IF WS-AFF-CODE(WS-INDEX-AFF) NOT EQUAL WS-ENS-COURANT
                 MOVE WS-AFF-CODE(WS-INDEX-AFF) TO WS-ENS-COURANT
                 PERFORM ECRIT-ENTETE-ENSEIGNANT
              END-IF
              PERFORM ECRIT-AFFECTATION
           END-PERFORM.

      *les notes saisies dans une classe et une matière que
      *personne n'enseigne d'après les affectations
           PERFORM VARYING WS-INDEX-ORP FROM 1 BY 1
           UNTIL WS-INDEX-ORP GREATER THAN WS-NB-ORPHELINES
              MOVE SPACES TO REC-F-RAPPORT
              STRING "SANS ENSEIGNANT CLASSE "
              WS-ORP-CLASSE(WS-INDEX-ORP)
              " MATIERE " WS-ORP-MATIERE(WS-INDEX-ORP)
              " NOTES " WS-ORP-NB(WS-INDEX-ORP)
              INTO REC-F-RAPPORT
              END-STRING
              WRITE REC-F-RAPPORT
           END-PERFORM.

           MOVE SPACES TO REC-F-RAPPORT.
           STRING "--- " WS-NB-AFFECTATIONS " affectation(s), "
           WS-NB-NOTES " note(s), " WS-NB-RELANCES
           " classe(s) sans note, " WS-NB-SANS-ENS
           " note(s) sans enseignant ---"
           INTO REC-F-RAPPORT
           END-STRING.
           WRITE REC-F-RAPPORT.

           MOVE SPACES TO REC-F-RELANCES.
           STRING "--- " WS-NB-RELANCES " classe(s) sans note au "
           WS-DATE-JOUR ", limite de saisie " WS-DATE-LIMITE " ---"
           INTO REC-F-RELANCES
           END-STRING.
           WRITE REC-F-RELANCES.

           CLOSE F-RAPPORT.
           CLOSE F-RELANCES.

           DISPLAY "Fin du traitement - " WS-NB-AFFECTATIONS
           " affectation(s), " WS-NB-RELANCES " relance(s)".

           STOP RUN.

      *range l'affectation lue, ses compteurs de notes à zéro
       RANGE-AFFECTATION.
           ADD 1 TO WS-NB-AFFECTATIONS.
           MOVE A-CODE TO WS-AFF-CODE(WS-NB-AFFECTATIONS).
           MOVE A-CLASSE TO WS-AFF-CLASSE(WS-NB-AFFECTATIONS).
           MOVE A-MATIERE TO WS-AFF-MATIERE(WS-NB-AFFECTATIONS).
           MOVE 0 TO WS-AFF-NB(WS-NB-AFFECTATIONS).
           MOVE 0 TO WS-AFF-SOMME(WS-NB-AFFECTATIONS).
           MOVE 0 TO WS-AFF-CARRES(WS-NB-AFFECTATIONS).
           MOVE 20 TO WS-AFF-MIN(WS-NB-AFFECTATIONS).
           MOVE 0 TO WS-AFF-MAX(WS-NB-AFFECTATIONS).
           MOVE 0 TO WS-AFF-REUSSITES(WS-NB-AFFECTATIONS).

      *compte l'éléve lu dans l'effectif de sa classe
       COMPTE-ELEVE-CLASSE.
           PERFORM VARYING WS-INDEX-CLA FROM 1 BY 1
           UNTIL WS-INDEX-CLA GREATER THAN WS-NB-CLASSES
           OR WS-CLA-CODE(WS-INDEX-CLA) EQUAL O-CLASSE
              CONTINUE
           END-PERFORM.
           IF WS-INDEX-CLA GREATER THAN WS-NB-CLASSES
              ADD 1 TO WS-NB-CLASSES
              MOVE WS-NB-CLASSES TO WS-INDEX-CLA
              MOVE O-CLASSE TO WS-CLA-CODE(WS-INDEX-CLA)
              MOVE 0 TO WS-CLA-EFFECTIF(WS-INDEX-CLA)
           END-IF.
           ADD 1 TO WS-CLA-EFFECTIF(WS-INDEX-CLA).

      *porte la note lue sur chaque affectation de sa classe et de
      *sa matière (une matière peut être partagée entre deux
      *enseignants) ; sans affectation, elle est signalée
       RANGE-NOTE.
           COMPUTE WS-NOTE = N-NOTE-ENTIERE + N-NOTE-DECIMALE / 100.
           MOVE "N" TO WS-AFF-TROUVEE.
           PERFORM VARYING WS-INDEX-AFF FROM 1 BY 1
           UNTIL WS-INDEX-AFF GREATER THAN WS-NB-AFFECTATIONS
              IF WS-AFF-CLASSE(WS-INDEX-AFF) EQUAL N-CLASSE
              AND WS-AFF-MATIERE(WS-INDEX-AFF) EQUAL N-MATIERE
                 SET WS-AFF-EST-TROUVEE TO TRUE
                 ADD 1 TO WS-AFF-NB(WS-INDEX-AFF)
                 ADD WS-NOTE TO WS-AFF-SOMME(WS-INDEX-AFF)
                 COMPUTE WS-AFF-CARRES(WS-INDEX-AFF) =
                 WS-AFF-CARRES(WS-INDEX-AFF) + WS-NOTE * WS-NOTE
                 IF WS-NOTE LESS THAN WS-AFF-MIN(WS-INDEX-AFF)
                    MOVE WS-NOTE TO WS-AFF-MIN(WS-INDEX-AFF)
                 END-IF
                 IF WS-NOTE GREATER THAN WS-AFF-MAX(WS-INDEX-AFF)
                    MOVE WS-NOTE TO WS-AFF-MAX(WS-INDEX-AFF)
                 END-IF
                 IF WS-NOTE NOT LESS THAN WS-SEUIL-REUSSITE
                    ADD 1 TO WS-AFF-REUSSITES(WS-INDEX-AFF)
                 END-IF
              END-IF
           END-PERFORM.

           IF NOT WS-AFF-EST-TROUVEE
              ADD 1 TO WS-NB-SANS-ENS
              PERFORM VARYING WS-INDEX-ORP FROM 1 BY 1
              UNTIL WS-INDEX-ORP GREATER THAN WS-NB-ORPHELINES
              OR (WS-ORP-CLASSE(WS-INDEX-ORP) EQUAL N-CLASSE
              AND WS-ORP-MATIERE(WS-INDEX-ORP) EQUAL N-MATIERE)
                 CONTINUE
              END-PERFORM
              IF WS-INDEX-ORP GREATER THAN WS-NB-ORPHELINES
                 ADD 1 TO WS-NB-ORPHELINES
                 MOVE WS-NB-ORPHELINES TO WS-INDEX-ORP
                 MOVE N-CLASSE TO WS-ORP-CLASSE(WS-INDEX-ORP)
                 MOVE N-MATIERE TO WS-ORP-MATIERE(WS-INDEX-ORP)
                 MOVE 0 TO WS-ORP-NB(WS-INDEX-ORP)
              END-IF
              ADD 1 TO WS-ORP-NB(WS-INDEX-ORP)
           END-IF.

      *la ligne d'en-tête de l'enseignant WS-ENS-COURANT ; un code
      *absent du fichier des enseignants est signalé tel quel
       ECRIT-ENTETE-ENSEIGNANT.
           PERFORM CHERCHE-ENSEIGNANT.
           MOVE SPACES TO REC-F-RAPPORT.
           WRITE REC-F-RAPPORT.
           MOVE SPACES TO REC-F-RAPPORT.
           IF WS-ENS-EST-TROUVE
              STRING "ENSEIGNANT " WS-ENS-COURANT " "
              WS-ENS-NOM(WS-INDEX-ENS) " " WS-ENS-PRENOM(WS-INDEX-ENS)
              INTO REC-F-RAPPORT
              END-STRING
           ELSE
              STRING "ENSEIGNANT " WS-ENS-COURANT
              " absent de enseignants.dat"
              INTO REC-F-RAPPORT
              END-STRING
           END-IF.
           WRITE REC-F-RAPPORT.

      *retrouve l'enseignant WS-ENS-COURANT dans le tableau
       CHERCHE-ENSEIGNANT.
           MOVE "N" TO WS-ENS-TROUVE.
           PERFORM VARYING WS-INDEX-ENS FROM 1 BY 1
           UNTIL WS-INDEX-ENS GREATER THAN WS-NB-ENSEIGNANTS
           OR WS-ENS-EST-TROUVE
              IF WS-ENS-CODE(WS-INDEX-ENS) EQUAL WS-ENS-COURANT
                 SET WS-ENS-EST-TROUVE TO TRUE
              END-IF
           END-PERFORM.
           IF WS-ENS-EST-TROUVE
              SUBTRACT 1 FROM WS-INDEX-ENS
           END-IF.

      *la ligne de l'affectation WS-INDEX-AFF : notes saisies sur
      *l'effectif, moyenne, écart-type, plus basse et plus haute
      *note, taux de réussite et écart à la moyenne de l'école ;
      *une classe sans aucune note part dans les relances
       ECRIT-AFFECTATION.
           MOVE 0 TO WS-EFFECTIF.
           PERFORM VARYING WS-INDEX-CLA FROM 1 BY 1
           UNTIL WS-INDEX-CLA GREATER THAN WS-NB-CLASSES
              IF WS-CLA-CODE(WS-INDEX-CLA) EQUAL
              WS-AFF-CLASSE(WS-INDEX-AFF)
                 MOVE WS-CLA-EFFECTIF(WS-INDEX-CLA) TO WS-EFFECTIF
              END-IF
           END-PERFORM.

           IF WS-AFF-NB(WS-INDEX-AFF) EQUAL 0
              PERFORM ECRIT-RELANCE
              MOVE SPACES TO REC-F-RAPPORT
              STRING "  CLASSE " WS-AFF-CLASSE(WS-INDEX-AFF)
              " MATIERE " WS-AFF-MATIERE(WS-INDEX-AFF)
              " NOTES 000/" WS-EFFECTIF
              " AUCUNE NOTE SAISIE"
              INTO REC-F-RAPPORT
              END-STRING
              WRITE REC-F-RAPPORT
           ELSE
              COMPUTE WS-MOYENNE ROUNDED =
              WS-AFF-SOMME(WS-INDEX-AFF) / WS-AFF-NB(WS-INDEX-AFF)
              COMPUTE WS-VARIANCE ROUNDED =
              WS-AFF-CARRES(WS-INDEX-AFF) / WS-AFF-NB(WS-INDEX-AFF)
              - (WS-AFF-SOMME(WS-INDEX-AFF) / WS-AFF-NB(WS-INDEX-AFF))
              ** 2
              COMPUTE WS-ECART-TYPE ROUNDED = WS-VARIANCE ** 0,5
              COMPUTE WS-TAUX ROUNDED =
              WS-AFF-REUSSITES(WS-INDEX-AFF) * 100
              / WS-AFF-NB(WS-INDEX-AFF)

              MOVE 0 TO WS-MOYENNE-ECOLE
              PERFORM VARYING WS-INDEX-MAT FROM 1 BY 1
              UNTIL WS-INDEX-MAT GREATER THAN WS-NB-MATIERES
                 IF WS-MAT-LIBELLE(WS-INDEX-MAT) EQUAL
                 WS-AFF-MATIERE(WS-INDEX-AFF)
                    MOVE WS-MAT-MOYENNE(WS-INDEX-MAT)
                    TO WS-MOYENNE-ECOLE
                 END-IF
              END-PERFORM
              COMPUTE WS-DELTA = WS-MOYENNE - WS-MOYENNE-ECOLE
              MOVE WS-DELTA TO WS-DELTA-EDIT

              MOVE SPACES TO REC-F-RAPPORT
              STRING "  CLASSE " WS-AFF-CLASSE(WS-INDEX-AFF)
              " MATIERE " WS-AFF-MATIERE(WS-INDEX-AFF)
              " NOTES " WS-AFF-NB(WS-INDEX-AFF)(2:3) "/" WS-EFFECTIF
              " MOYENNE " WS-MOYENNE(1:2) "," WS-MOYENNE(3:2)
              " ECART-TYPE " WS-ECART-TYPE(1:2) ","
              WS-ECART-TYPE(3:2)
              " MIN " WS-AFF-MIN(WS-INDEX-AFF)(1:2) ","
              WS-AFF-MIN(WS-INDEX-AFF)(3:2)
              " MAX " WS-AFF-MAX(WS-INDEX-AFF)(1:2) ","
              WS-AFF-MAX(WS-INDEX-AFF)(3:2)
              " REUSSITE " WS-TAUX(1:3) "," WS-TAUX(4:2) " %"
              " ECOLE " WS-MOYENNE-ECOLE(1:2) ","
              WS-MOYENNE-ECOLE(3:2)
              " ECART " FUNCTION TRIM(WS-DELTA-EDIT)
              INTO REC-F-RAPPORT
              END-STRING
              WRITE REC-F-RAPPORT
           END-IF.

      *la relance de l'enseignant de l'affectation WS-INDEX-AFF :
      *en retard si la date limite de saisie est dépassée
       ECRIT-RELANCE.
           ADD 1 TO WS-NB-RELANCES.
           IF WS-DATE-JOUR GREATER THAN WS-DATE-LIMITE
              MOVE "EN RETARD" TO WS-ETAT-RELANCE
           ELSE
              MOVE "A SAISIR" TO WS-ETAT-RELANCE
           END-IF.
           MOVE SPACES TO REC-F-RELANCES.
           IF WS-ENS-EST-TROUVE
              STRING "RELANCE " WS-ETAT-RELANCE " " WS-ENS-COURANT
              " " WS-ENS-NOM(WS-INDEX-ENS)
              " " WS-ENS-PRENOM(WS-INDEX-ENS)
              " CLASSE " WS-AFF-CLASSE(WS-INDEX-AFF)
              " MATIERE " WS-AFF-MATIERE(WS-INDEX-AFF)
              " aucune note, limite " WS-DATE-LIMITE
              INTO REC-F-RELANCES
              END-STRING
           ELSE
              STRING "RELANCE " WS-ETAT-RELANCE " " WS-ENS-COURANT
              " CLASSE " WS-AFF-CLASSE(WS-INDEX-AFF)
              " MATIERE " WS-AFF-MATIERE(WS-INDEX-AFF)
              " aucune note, limite " WS-DATE-LIMITE
              INTO REC-F-RELANCES
              END-STRING
           END-IF.
           WRITE REC-F-RELANCES.
