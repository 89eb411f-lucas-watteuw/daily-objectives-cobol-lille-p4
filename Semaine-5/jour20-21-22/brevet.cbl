      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. brevet.
       AUTHOR. Lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *l'historique écrit par student.cbl : la moyenne annuelle de
      *l'éléve projette le contrôle continu
           SELECT F-HISTORIQUE
               ASSIGN TO 'student-historique.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-HISTORIQUE-STATUS.

      *les notes du dernier trimestre par éléve et par matière,
      *écrites par student.cbl : la classe de l'éléve et sa note
      *dans chaque matière d'une épreuve
           SELECT F-NOTES
               ASSIGN TO 'output-notes.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-NOTES-STATUS.

      *la moyenne de chaque matière sur l'école, écrite par
      *student.cbl : elle estime l'épreuve d'un éléve sans note
           SELECT F-MATIERES
               ASSIGN TO 'output-matieres.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MATIERES-STATUS.

      *la correspondance entre les matières et les composantes du
      *brevet, avec les points de chaque composante
           SELECT F-EPREUVES
               ASSIGN TO 'brevet-epreuves.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EPREUVES-STATUS.

      *la projection de chaque éléve de fin de cycle : composante
      *par composante, le total et les points qui manquent
           SELECT F-PROJECTION
               ASSIGN TO 'projection-brevet.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-PROJECTION-STATUS.

      *les éléves projetés sous le seuil d'admission, pour les
      *programmes de soutien
           SELECT F-SOUTIEN
               ASSIGN TO 'soutien-brevet.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SOUTIEN-STATUS.

      *le registre des inscriptions et le calendrier des trimestres :
      *seuls les trimestres de l'année en cours font la moyenne
           COPY "../../copybooks/inscriptions-select.copy".

       DATA DIVISION.
       FILE SECTION.
           COPY "../../copybooks/inscriptions-fd.copy".

      *une ligne d'historique telle qu'écrite par student.cbl :
      *trimestre, nom, prénom et moyenne "999,99"
       FD  F-HISTORIQUE
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-HISTORIQUE.
           03 H-TERME          PIC X(10).
           03 FILLER           PIC X.
           03 H-NOM            PIC X(07).
           03 FILLER           PIC X.
           03 H-PRENOM         PIC X(06).
           03 FILLER           PIC X.
           03 H-MOYENNE        PIC X(06).
           03 FILLER           PIC X(218).

      *une note telle qu'écrite par student.cbl : classe, nom,
      *prénom, matière et note "99,99"
       FD  F-NOTES
           RECORD CONTAINS 100 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-NOTES.
           03 N-CLASS          PIC X(05).
           03 FILLER           PIC X.
           03 N-NOM            PIC X(07).
           03 FILLER           PIC X.
           03 N-PRENOM         PIC X(06).
           03 FILLER           PIC X.
           03 N-LABEL          PIC X(21).
           03 FILLER           PIC X.
           03 N-NOTE           PIC X(05).
           03 FILLER           PIC X(52).

      *une matière telle qu'écrite par student.cbl : libellé puis
      *"MOYENNE 99,99"
       FD  F-MATIERES
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-MATIERES.
           03 M-LABEL          PIC X(21).
           03 FILLER           PIC X.
           03 M-MOT-MOYENNE    PIC X(07).
           03 FILLER           PIC X.
           03 M-MOYENNE        PIC X(05).
           03 FILLER           PIC X(215).

      *une correspondance : C contrôle continu ou E épreuve écrite,
      *la composante, ses points, et la matière qui la note ; une
      *composante notée par plusieurs matières a une ligne par
      *matière (points repris de la première) ; une composante C
      *sans matière est notée sur la moyenne annuelle
      *  ex "E FRANCAIS             100 FRANCAIS"
      *      "C SOCLE                400"
       FD  F-EPREUVES
           RECORD CONTAINS 80 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-EPREUVES.
           03 E-TYPE           PIC X(01).
           03 FILLER           PIC X.
           03 E-COMPOSANTE     PIC X(20).
           03 FILLER           PIC X.
           03 E-POINTS         PIC X(03).
           03 FILLER           PIC X.
           03 E-LABEL          PIC X(21).
           03 FILLER           PIC X(32).

       FD  F-PROJECTION
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-PROJECTION    PIC X(250).

       FD  F-SOUTIEN
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-SOUTIEN       PIC X(250).

       WORKING-STORAGE SECTION.
       01  F-HISTORIQUE-STATUS  PIC X(02) VALUE SPACE.
           88 F-HISTORIQUE-STATUS-OK  VALUE '00'.
           88 F-HISTORIQUE-STATUS-EOF VALUE '10'.
       01  F-NOTES-STATUS       PIC X(02) VALUE SPACE.
           88 F-NOTES-STATUS-OK  VALUE '00'.
           88 F-NOTES-STATUS-EOF VALUE '10'.
       01  F-MATIERES-STATUS    PIC X(02) VALUE SPACE.
           88 F-MATIERES-STATUS-OK  VALUE '00'.
           88 F-MATIERES-STATUS-EOF VALUE '10'.
       01  F-EPREUVES-STATUS    PIC X(02) VALUE SPACE.
           88 F-EPREUVES-STATUS-OK  VALUE '00'.
           88 F-EPREUVES-STATUS-EOF VALUE '10'.
       01  F-PROJECTION-STATUS  PIC X(02) VALUE SPACE.
       01  F-SOUTIEN-STATUS     PIC X(02) VALUE SPACE.

       COPY "../../copybooks/inscriptions-ws.copy".

      *les classes de fin de cycle : celles dont le nom commence par
      *le préfixe saisi (les troisièmes par défaut)
       01 WS-PREFIXE-CLASSE PIC X(05) VALUE SPACES.
       01 WS-LONG-PREFIXE   PIC 9(1) VALUE 0.

      *la correspondance chargée, et les composantes distinctes
      *avec leur type et leurs points
       01 WS-NB-CORRESP PIC 9(3) VALUE 0.
       01 WS-CORRESP OCCURS 1 TO 999 TIMES
          DEPENDING ON WS-NB-CORRESP.
           05 WS-COR-COMPOSANTE PIC X(20).
           05 WS-COR-LABEL      PIC X(21).
       01 WS-INDEX-CORRESP PIC 9(3).
       01 WS-NB-COMPOSANTES PIC 9(2) VALUE 0.
       01 WS-COMPOSANTE OCCURS 1 TO 50 TIMES
          DEPENDING ON WS-NB-COMPOSANTES.
           05 WS-COMP-NOM       PIC X(20).
           05 WS-COMP-TYPE      PIC X(01).
           05 WS-COMP-POINTS    PIC 9(3).
       01 WS-INDEX-COMP PIC 9(2).
       01 WS-COMP-TROUVEE PIC X VALUE "N".
           88 WS-COMP-EST-TROUVEE VALUE "O".

      *les moyennes des matières sur l'école
       01 WS-NB-MATIERES PIC 9(3) VALUE 0.
       01 WS-MATIERE OCCURS 1 TO 999 TIMES
          DEPENDING ON WS-NB-MATIERES.
           05 WS-MAT-LABEL      PIC X(21).
           05 WS-MAT-MOYENNE    PIC 99V99.
       01 WS-INDEX-MAT PIC 9(3).

      *les éléves des classes de fin de cycle, avec leurs notes du
      *dernier trimestre et leurs moyennes trimestre par trimestre
      *(comme dans conseil.cbl : la ligne d'après rattrapage
      *remplace celle du même trimestre)
       01 WS-NB-ELEVES PIC 9(3) VALUE 0.
       01 WS-ELEVE OCCURS 1 TO 999 TIMES DEPENDING ON WS-NB-ELEVES.
           05 WS-ELEVE-NOM     PIC X(07).
           05 WS-ELEVE-PRENOM  PIC X(06).
           05 WS-ELEVE-CLASS   PIC X(05).
           05 WS-ELEVE-NB-NOTES PIC 9(2) VALUE 0.
           05 WS-ELEVE-NOTE OCCURS 50 TIMES.
              10 WS-NOTE-LABEL    PIC X(21).
              10 WS-NOTE-VALEUR   PIC 99V99.
           05 WS-ELEVE-NB-TERMES PIC 9(2) VALUE 0.
           05 WS-ELEVE-TERME OCCURS 20 TIMES.
              10 WS-TERME-LIBELLE PIC X(10).
              10 WS-TERME-MOYENNE PIC 999V99.
           05 WS-ELEVE-ANNUELLE PIC 999V99 VALUE 0.

      *index et drapeaux de regroupement
       01 WS-INDEX-ELEVE  PIC 9(3).
       01 WS-INDEX-NOTE   PIC 9(2).
       01 WS-INDEX-TERME  PIC 9(2).
       01 WS-ELEVE-TROUVE PIC X VALUE "N".
           88 WS-ELEVE-EST-TROUVE VALUE "O".
       01 WS-ELEVE-COURANT PIC 9(3).
       01 WS-TERME-TROUVE PIC X VALUE "N".
           88 WS-TERME-EST-TROUVE VALUE "O".

      *la moyenne ou la note de la ligne lue remise en numérique
       01 WS-MOYENNE-ENTIERE PIC 999.
       01 WS-MOYENNE-DECIMALE PIC 99.
       01 WS-MOYENNE-NUM  PIC 999V99.
       01 WS-SOMME-TERMES PIC 9(4)V99.

      *la projection de l'éléve en cours : la note retenue pour
      *chaque composante, ses points, le total et le maximum
       01 WS-SOMME-NOTES  PIC 9(5)V99.
       01 WS-NB-NOTES-COMP PIC 9(3).
       01 WS-NOTE-COMP    PIC 99V99.
       01 WS-NOTE-ESTIMEE PIC X VALUE "N".
           88 WS-NOTE-EST-ESTIMEE VALUE "O".
       01 WS-NOTE-CHERCHEE PIC 99V99.
       01 WS-NOTE-SOURCE  PIC X VALUE SPACE.
       01 WS-POINTS-COMP  PIC 9(3)V99.
       01 WS-TOTAL        PIC 9(4)V99.
       01 WS-TOTAL-MAX    PIC 9(4) VALUE 0.
       01 WS-NB-SANS-NOTE PIC 9(2).
       01 WS-MENTION      PIC X(20).

      *les seuils du brevet sur le total des composantes : la moitié
      *des points pour l'admission, 60, 70 et 80 % pour les
      *mentions assez bien, bien et très bien
       01 WS-SEUIL-ADMIS  PIC 9(4)V99.
       01 WS-SEUIL-AB     PIC 9(4)V99.
       01 WS-SEUIL-B      PIC 9(4)V99.
       01 WS-SEUIL-TB     PIC 9(4)V99.
       01 WS-MANQUE-ADMIS PIC 9(4)V99.
       01 WS-MANQUE-AB    PIC 9(4)V99.
       01 WS-MANQUE-B     PIC 9(4)V99.
       01 WS-MANQUE-TB    PIC 9(4)V99.
       01 WS-POINTS-EDIT  PIC ZZZ9,99.
       01 WS-POINTEUR     PIC 9(3).

      *compteurs du run
       01 WS-NB-ADMIS     PIC 9(3) VALUE 0.
       01 WS-NB-SOUTIEN   PIC 9(3) VALUE 0.
       01 WS-NB-ESTIMEES  PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.

           DISPLAY "prefixe des classes de fin de cycle (defaut 3)".
           ACCEPT WS-PREFIXE-CLASSE.
           IF WS-PREFIXE-CLASSE EQUAL SPACES
              MOVE "3" TO WS-PREFIXE-CLASSE
           END-IF.
           INSPECT WS-PREFIXE-CLASSE TALLYING WS-LONG-PREFIXE
           FOR CHARACTERS BEFORE INITIAL SPACE.

      *la correspondance matières / composantes est indispensable :
      *c'est elle qui porte les poids du brevet
           OPEN INPUT F-EPREUVES.
           IF NOT F-EPREUVES-STATUS-OK
              DISPLAY "brevet-epreuves.dat absent, pas de projection"
              GOBACK
           END-IF.
           PERFORM UNTIL F-EPREUVES-STATUS-EOF
              READ F-EPREUVES
              AT END
                 SET F-EPREUVES-STATUS-EOF TO TRUE
              NOT AT END
                 PERFORM RANGE-CORRESPONDANCE
                 THRU RANGE-CORRESPONDANCE-FIN
              END-READ
           END-PERFORM.
           CLOSE F-EPREUVES.
           IF WS-NB-COMPOSANTES EQUAL 0
              DISPLAY "aucune composante dans brevet-epreuves.dat"
              GOBACK
           END-IF.
           PERFORM VARYING WS-INDEX-COMP FROM 1 BY 1
           UNTIL WS-INDEX-COMP GREATER THAN WS-NB-COMPOSANTES
              ADD WS-COMP-POINTS(WS-INDEX-COMP) TO WS-TOTAL-MAX
           END-PERFORM.
           DIVIDE WS-TOTAL-MAX BY 2 GIVING WS-SEUIL-ADMIS.
           COMPUTE WS-SEUIL-AB = WS-TOTAL-MAX * 6 / 10.
           COMPUTE WS-SEUIL-B = WS-TOTAL-MAX * 7 / 10.
           COMPUTE WS-SEUIL-TB = WS-TOTAL-MAX * 8 / 10.

      *les éléves de fin de cycle et leurs notes du trimestre
           OPEN INPUT F-NOTES.
           IF NOT F-NOTES-STATUS-OK
              DISPLAY "output-notes.dat absent, lancer student d'abord"
              GOBACK
           END-IF.
           PERFORM UNTIL F-NOTES-STATUS-EOF
              READ F-NOTES
              AT END
                 SET F-NOTES-STATUS-EOF TO TRUE
              NOT AT END
                 PERFORM RANGE-NOTE THRU RANGE-NOTE-FIN
              END-READ
           END-PERFORM.
           CLOSE F-NOTES.

      *les moyennes de matière ; sans elles, une épreuve sans note
      *n'est pas estimée
           OPEN INPUT F-MATIERES.
           IF F-MATIERES-STATUS-OK
              PERFORM UNTIL F-MATIERES-STATUS-EOF
                 READ F-MATIERES
                 AT END
                    SET F-MATIERES-STATUS-EOF TO TRUE
                 NOT AT END
                    IF M-MOT-MOYENNE EQUAL "MOYENNE"
                    AND M-MOYENNE(1:2) IS NUMERIC
                    AND M-MOYENNE(4:2) IS NUMERIC
                       ADD 1 TO WS-NB-MATIERES
                       MOVE M-LABEL TO WS-MAT-LABEL(WS-NB-MATIERES)
                       MOVE M-MOYENNE(1:2) TO WS-MOYENNE-ENTIERE
                       MOVE M-MOYENNE(4:2) TO WS-MOYENNE-DECIMALE
                       COMPUTE WS-MAT-MOYENNE(WS-NB-MATIERES) =
                          WS-MOYENNE-ENTIERE + WS-MOYENNE-DECIMALE / 100
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE F-MATIERES
           END-IF.

      *le registre et le calendrier ; sans calendrier, tous les
      *trimestres de l'historique comptent, comme dans conseil
           COPY "../../copybooks/inscriptions-init.copy".
           PERFORM CHERCHE-ANNEE-COURANTE
           THRU CHERCHE-ANNEE-COURANTE-FIN.

           OPEN INPUT F-HISTORIQUE.
           IF F-HISTORIQUE-STATUS-OK
              PERFORM UNTIL F-HISTORIQUE-STATUS-EOF
                 READ F-HISTORIQUE
                 AT END
                    SET F-HISTORIQUE-STATUS-EOF TO TRUE
                 NOT AT END
                    PERFORM CUMULE-TRIMESTRE THRU CUMULE-TRIMESTRE-FIN
                 END-READ
              END-PERFORM
              CLOSE F-HISTORIQUE
           ELSE
              DISPLAY "student-historique.dat absent, controle "
              "continu non projete"
           END-IF.

      *la moyenne annuelle de chaque éléve
           PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1
           UNTIL WS-INDEX-ELEVE GREATER THAN WS-NB-ELEVES
              MOVE 0 TO WS-SOMME-TERMES
              PERFORM VARYING WS-INDEX-TERME FROM 1 BY 1
              UNTIL WS-INDEX-TERME GREATER THAN
              WS-ELEVE-NB-TERMES(WS-INDEX-ELEVE)
                 ADD WS-TERME-MOYENNE(WS-INDEX-ELEVE, WS-INDEX-TERME)
                 TO WS-SOMME-TERMES
              END-PERFORM
              IF WS-ELEVE-NB-TERMES(WS-INDEX-ELEVE) GREATER THAN 0
                 DIVIDE WS-SOMME-TERMES BY
                 WS-ELEVE-NB-TERMES(WS-INDEX-ELEVE)
                 GIVING WS-ELEVE-ANNUELLE(WS-INDEX-ELEVE)
              END-IF
           END-PERFORM.

      *la projection de chaque éléve et la liste de soutien
           OPEN OUTPUT F-PROJECTION.
           OPEN OUTPUT F-SOUTIEN.
           MOVE SPACES TO REC-F-PROJECTION.
           MOVE WS-SEUIL-ADMIS TO WS-POINTS-EDIT.
           STRING "PROJECTION DU BREVET - CLASSES " WS-PREFIXE-CLASSE
           " - TOTAL SUR " WS-TOTAL-MAX " - ADMISSION A "
           WS-POINTS-EDIT
           INTO REC-F-PROJECTION
           END-STRING.
           WRITE REC-F-PROJECTION.
           PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1
           UNTIL WS-INDEX-ELEVE GREATER THAN WS-NB-ELEVES
              PERFORM PROJETTE-ELEVE
           END-PERFORM.

           MOVE SPACES TO REC-F-PROJECTION.
           STRING "--- " WS-NB-ELEVES " eleve(s), " WS-NB-ADMIS
           " projete(s) admis, " WS-NB-SOUTIEN
           " sous le seuil, " WS-NB-ESTIMEES
           " note(s) estimee(s) sur la moyenne de la matiere ---"
           INTO REC-F-PROJECTION
           END-STRING.
           WRITE REC-F-PROJECTION.
           MOVE SPACES TO REC-F-SOUTIEN.
           STRING "--- " WS-NB-SOUTIEN " eleve(s) projete(s) sous le "
           "seuil d'admission ---"
           INTO REC-F-SOUTIEN
           END-STRING.
           WRITE REC-F-SOUTIEN.
           CLOSE F-PROJECTION.
           CLOSE F-SOUTIEN.

           DISPLAY "Fin du traitement - " WS-NB-ELEVES " eleve(s), "
              WS-NB-ADMIS " projete(s) admis, "
              WS-NB-SOUTIEN " a mettre en soutien".

           GOBACK.

      *une ligne de correspondance : la composante est créée à sa
      *première ligne avec son type et ses points ; une ligne mal
      *formée est ignorée
       RANGE-CORRESPONDANCE.
           IF (E-TYPE NOT EQUAL "C" AND E-TYPE NOT EQUAL "E")
           OR E-COMPOSANTE EQUAL SPACES
              GO TO RANGE-CORRESPONDANCE-FIN
           END-IF.
           IF E-LABEL EQUAL SPACES AND E-TYPE EQUAL "E"
              DISPLAY "epreuve " E-COMPOSANTE " sans matiere, ignoree"
              GO TO RANGE-CORRESPONDANCE-FIN
           END-IF.
           MOVE "N" TO WS-COMP-TROUVEE.
           PERFORM VARYING WS-INDEX-COMP FROM 1 BY 1
           UNTIL WS-INDEX-COMP GREATER THAN WS-NB-COMPOSANTES
              IF WS-COMP-NOM(WS-INDEX-COMP) EQUAL E-COMPOSANTE
                 SET WS-COMP-EST-TROUVEE TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-COMP-EST-TROUVEE
              IF E-POINTS IS NOT NUMERIC
              OR WS-NB-COMPOSANTES NOT LESS THAN 50
                 DISPLAY "composante " E-COMPOSANTE " ignoree"
                 GO TO RANGE-CORRESPONDANCE-FIN
              END-IF
              ADD 1 TO WS-NB-COMPOSANTES
              MOVE E-COMPOSANTE TO WS-COMP-NOM(WS-NB-COMPOSANTES)
              MOVE E-TYPE TO WS-COMP-TYPE(WS-NB-COMPOSANTES)
              MOVE E-POINTS TO WS-COMP-POINTS(WS-NB-COMPOSANTES)
           END-IF.
           ADD 1 TO WS-NB-CORRESP.
           MOVE E-COMPOSANTE TO WS-COR-COMPOSANTE(WS-NB-CORRESP).
           MOVE E-LABEL TO WS-COR-LABEL(WS-NB-CORRESP).
       RANGE-CORRESPONDANCE-FIN.
           EXIT.

      *une note d'output-notes.dat : gardée si l'éléve est dans une
      *classe de fin de cycle
       RANGE-NOTE.
           IF N-CLASS(1:WS-LONG-PREFIXE)
           NOT EQUAL WS-PREFIXE-CLASSE(1:WS-LONG-PREFIXE)
           OR N-NOTE(1:2) IS NOT NUMERIC
           OR N-NOTE(4:2) IS NOT NUMERIC
              GO TO RANGE-NOTE-FIN
           END-IF.
           MOVE "N" TO WS-ELEVE-TROUVE.
           PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1
           UNTIL WS-INDEX-ELEVE GREATER THAN WS-NB-ELEVES
              IF WS-ELEVE-NOM(WS-INDEX-ELEVE) EQUAL N-NOM
              AND WS-ELEVE-PRENOM(WS-INDEX-ELEVE) EQUAL N-PRENOM
                 SET WS-ELEVE-EST-TROUVE TO TRUE
                 MOVE WS-INDEX-ELEVE TO WS-ELEVE-COURANT
              END-IF
           END-PERFORM.
           IF NOT WS-ELEVE-EST-TROUVE
              ADD 1 TO WS-NB-ELEVES
              MOVE WS-NB-ELEVES TO WS-ELEVE-COURANT
              MOVE N-NOM TO WS-ELEVE-NOM(WS-ELEVE-COURANT)
              MOVE N-PRENOM TO WS-ELEVE-PRENOM(WS-ELEVE-COURANT)
              MOVE N-CLASS TO WS-ELEVE-CLASS(WS-ELEVE-COURANT)
              MOVE 0 TO WS-ELEVE-NB-NOTES(WS-ELEVE-COURANT)
              MOVE 0 TO WS-ELEVE-NB-TERMES(WS-ELEVE-COURANT)
              MOVE 0 TO WS-ELEVE-ANNUELLE(WS-ELEVE-COURANT)
           END-IF.
           IF WS-ELEVE-NB-NOTES(WS-ELEVE-COURANT) LESS THAN 50
              ADD 1 TO WS-ELEVE-NB-NOTES(WS-ELEVE-COURANT)
              MOVE WS-ELEVE-NB-NOTES(WS-ELEVE-COURANT)
              TO WS-INDEX-NOTE
              MOVE N-LABEL TO WS-NOTE-LABEL(WS-ELEVE-COURANT,
              WS-INDEX-NOTE)
              MOVE N-NOTE(1:2) TO WS-MOYENNE-ENTIERE
              MOVE N-NOTE(4:2) TO WS-MOYENNE-DECIMALE
              COMPUTE WS-NOTE-VALEUR(WS-ELEVE-COURANT, WS-INDEX-NOTE)
                 = WS-MOYENNE-ENTIERE + WS-MOYENNE-DECIMALE / 100
           END-IF.
       RANGE-NOTE-FIN.
           EXIT.

      *range la ligne d'historique d'un éléve de fin de cycle dans
      *son trimestre, comme conseil : un trimestre d'une autre année
      *est écarté, un trimestre déjà vu est remplacé
       CUMULE-TRIMESTRE.
           IF H-MOYENNE(1:3) IS NOT NUMERIC
           OR H-MOYENNE(5:2) IS NOT NUMERIC
              GO TO CUMULE-TRIMESTRE-FIN
           END-IF.
           IF WS-NB-TRIMESTRES GREATER THAN 0
              MOVE H-TERME TO WS-SIT-TERME
              PERFORM CHERCHE-TRIMESTRE THRU CHERCHE-TRIMESTRE-FIN
              IF WS-SIT-TERME-TROUVE
              AND WS-SIT-ANNEE NOT EQUAL WS-ANNEE-COURANTE
                 GO TO CUMULE-TRIMESTRE-FIN
              END-IF
           END-IF.
           MOVE "N" TO WS-ELEVE-TROUVE.
           PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1
           UNTIL WS-INDEX-ELEVE GREATER THAN WS-NB-ELEVES
              IF WS-ELEVE-NOM(WS-INDEX-ELEVE) EQUAL H-NOM
              AND WS-ELEVE-PRENOM(WS-INDEX-ELEVE) EQUAL H-PRENOM
                 SET WS-ELEVE-EST-TROUVE TO TRUE
                 MOVE WS-INDEX-ELEVE TO WS-ELEVE-COURANT
              END-IF
           END-PERFORM.
           IF NOT WS-ELEVE-EST-TROUVE
              GO TO CUMULE-TRIMESTRE-FIN
           END-IF.
           MOVE H-MOYENNE(1:3) TO WS-MOYENNE-ENTIERE.
           MOVE H-MOYENNE(5:2) TO WS-MOYENNE-DECIMALE.
           COMPUTE WS-MOYENNE-NUM =
              WS-MOYENNE-ENTIERE + WS-MOYENNE-DECIMALE / 100.

           MOVE "N" TO WS-TERME-TROUVE.
           PERFORM VARYING WS-INDEX-TERME FROM 1 BY 1
           UNTIL WS-INDEX-TERME GREATER THAN
           WS-ELEVE-NB-TERMES(WS-ELEVE-COURANT)
              IF WS-TERME-LIBELLE(WS-ELEVE-COURANT, WS-INDEX-TERME)
              EQUAL H-TERME
                 SET WS-TERME-EST-TROUVE TO TRUE
                 MOVE WS-MOYENNE-NUM TO
                 WS-TERME-MOYENNE(WS-ELEVE-COURANT, WS-INDEX-TERME)
              END-IF
           END-PERFORM.
           IF NOT WS-TERME-EST-TROUVE
           AND WS-ELEVE-NB-TERMES(WS-ELEVE-COURANT) LESS THAN 20
              ADD 1 TO WS-ELEVE-NB-TERMES(WS-ELEVE-COURANT)
              MOVE H-TERME TO WS-TERME-LIBELLE(WS-ELEVE-COURANT,
              WS-ELEVE-NB-TERMES(WS-ELEVE-COURANT))
              MOVE WS-MOYENNE-NUM TO
              WS-TERME-MOYENNE(WS-ELEVE-COURANT,
              WS-ELEVE-NB-TERMES(WS-ELEVE-COURANT))
           END-IF.
       CUMULE-TRIMESTRE-FIN.
           EXIT.

      *la projection de l'éléve WS-INDEX-ELEVE : chaque composante
      *notée sur 20 ramenée à ses points, le total, la mention
      *projetée et les points qui manquent pour chaque palier
       PROJETTE-ELEVE.
           MOVE SPACES TO REC-F-PROJECTION.
           STRING "eleve " WS-ELEVE-NOM(WS-INDEX-ELEVE)
           " " WS-ELEVE-PRENOM(WS-INDEX-ELEVE)
           " classe " WS-ELEVE-CLASS(WS-INDEX-ELEVE)
           INTO REC-F-PROJECTION
           END-STRING.
           WRITE REC-F-PROJECTION.

           MOVE 0 TO WS-TOTAL.
           MOVE 0 TO WS-NB-SANS-NOTE.
           PERFORM VARYING WS-INDEX-COMP FROM 1 BY 1
           UNTIL WS-INDEX-COMP GREATER THAN WS-NB-COMPOSANTES
              PERFORM PROJETTE-COMPOSANTE
           END-PERFORM.

           IF WS-TOTAL LESS THAN WS-SEUIL-ADMIS
              MOVE "NON ADMIS" TO WS-MENTION
           ELSE
              ADD 1 TO WS-NB-ADMIS
              EVALUATE TRUE
                 WHEN WS-TOTAL NOT LESS THAN WS-SEUIL-TB
                    MOVE "MENTION TRES BIEN" TO WS-MENTION
                 WHEN WS-TOTAL NOT LESS THAN WS-SEUIL-B
                    MOVE "MENTION BIEN" TO WS-MENTION
                 WHEN WS-TOTAL NOT LESS THAN WS-SEUIL-AB
                    MOVE "MENTION ASSEZ BIEN" TO WS-MENTION
                 WHEN OTHER
                    MOVE "ADMIS" TO WS-MENTION
              END-EVALUATE
           END-IF.
           MOVE 0 TO WS-MANQUE-ADMIS WS-MANQUE-AB WS-MANQUE-B
           WS-MANQUE-TB.
           IF WS-TOTAL LESS THAN WS-SEUIL-ADMIS
              SUBTRACT WS-TOTAL FROM WS-SEUIL-ADMIS
              GIVING WS-MANQUE-ADMIS
           END-IF.
           IF WS-TOTAL LESS THAN WS-SEUIL-AB
              SUBTRACT WS-TOTAL FROM WS-SEUIL-AB GIVING WS-MANQUE-AB
           END-IF.
           IF WS-TOTAL LESS THAN WS-SEUIL-B
              SUBTRACT WS-TOTAL FROM WS-SEUIL-B GIVING WS-MANQUE-B
           END-IF.
           IF WS-TOTAL LESS THAN WS-SEUIL-TB
              SUBTRACT WS-TOTAL FROM WS-SEUIL-TB GIVING WS-MANQUE-TB
           END-IF.

           MOVE SPACES TO REC-F-PROJECTION.
           MOVE WS-TOTAL TO WS-POINTS-EDIT.
           STRING "  total projete " WS-POINTS-EDIT " / "
           WS-TOTAL-MAX " : " WS-MENTION
           INTO REC-F-PROJECTION
           END-STRING.
           WRITE REC-F-PROJECTION.
           MOVE SPACES TO REC-F-PROJECTION.
           STRING "  points manquants : admission "
           WS-MANQUE-ADMIS(2:3) "," WS-MANQUE-ADMIS(5:2)
           " assez bien " WS-MANQUE-AB(2:3) "," WS-MANQUE-AB(5:2)
           " bien " WS-MANQUE-B(2:3) "," WS-MANQUE-B(5:2)
           " tres bien " WS-MANQUE-TB(2:3) "," WS-MANQUE-TB(5:2)
           INTO REC-F-PROJECTION
           END-STRING.
           WRITE REC-F-PROJECTION.
           IF WS-NB-SANS-NOTE GREATER THAN 0
              MOVE SPACES TO REC-F-PROJECTION
              STRING "  " WS-NB-SANS-NOTE " composante(s) sans note "
              "comptee(s) a zero"
              INTO REC-F-PROJECTION
              END-STRING
              WRITE REC-F-PROJECTION
           END-IF.

           IF WS-TOTAL LESS THAN WS-SEUIL-ADMIS
              ADD 1 TO WS-NB-SOUTIEN
              MOVE SPACES TO REC-F-SOUTIEN
              MOVE WS-TOTAL TO WS-POINTS-EDIT
              STRING "SOUTIEN " WS-ELEVE-NOM(WS-INDEX-ELEVE)
              " " WS-ELEVE-PRENOM(WS-INDEX-ELEVE)
              " classe " WS-ELEVE-CLASS(WS-INDEX-ELEVE)
              " total projete " WS-POINTS-EDIT " / " WS-TOTAL-MAX
              " manque " WS-MANQUE-ADMIS(2:3) ","
              WS-MANQUE-ADMIS(5:2) " point(s)"
              INTO REC-F-SOUTIEN
              END-STRING
              WRITE REC-F-SOUTIEN
           END-IF.

      *la composante WS-INDEX-COMP de l'éléve WS-INDEX-ELEVE : la
      *moyenne des matières qui la notent (la moyenne annuelle pour
      *une composante sans matière), une matière sans note de
      *l'éléve étant estimée sur la moyenne de l'école
       PROJETTE-COMPOSANTE.
           MOVE 0 TO WS-SOMME-NOTES.
           MOVE 0 TO WS-NB-NOTES-COMP.
           MOVE "N" TO WS-NOTE-ESTIMEE.
           PERFORM VARYING WS-INDEX-CORRESP FROM 1 BY 1
           UNTIL WS-INDEX-CORRESP GREATER THAN WS-NB-CORRESP
              IF WS-COR-COMPOSANTE(WS-INDEX-CORRESP)
              EQUAL WS-COMP-NOM(WS-INDEX-COMP)
                 PERFORM CHERCHE-NOTE-MATIERE
                 IF WS-NOTE-SOURCE NOT EQUAL SPACE
                    ADD WS-NOTE-CHERCHEE TO WS-SOMME-NOTES
                    ADD 1 TO WS-NB-NOTES-COMP
                    IF WS-NOTE-SOURCE EQUAL "M"
                       SET WS-NOTE-EST-ESTIMEE TO TRUE
                       ADD 1 TO WS-NB-ESTIMEES
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

           MOVE SPACES TO REC-F-PROJECTION.
           IF WS-NB-NOTES-COMP EQUAL 0
              ADD 1 TO WS-NB-SANS-NOTE
              STRING "  " WS-COMP-TYPE(WS-INDEX-COMP) " "
              WS-COMP-NOM(WS-INDEX-COMP) " sans note    /"
              WS-COMP-POINTS(WS-INDEX-COMP)
              INTO REC-F-PROJECTION
              END-STRING
           ELSE
              DIVIDE WS-SOMME-NOTES BY WS-NB-NOTES-COMP
              GIVING WS-NOTE-COMP
              COMPUTE WS-POINTS-COMP = WS-NOTE-COMP
                 * WS-COMP-POINTS(WS-INDEX-COMP) / 20
              ADD WS-POINTS-COMP TO WS-TOTAL
              MOVE 1 TO WS-POINTEUR
              STRING "  " WS-COMP-TYPE(WS-INDEX-COMP) " "
              WS-COMP-NOM(WS-INDEX-COMP) " "
              WS-POINTS-COMP(1:3) "," WS-POINTS-COMP(4:2) " /"
              WS-COMP-POINTS(WS-INDEX-COMP) " note "
              WS-NOTE-COMP(1:2) "," WS-NOTE-COMP(3:2)
              INTO REC-F-PROJECTION
              WITH POINTER WS-POINTEUR
              END-STRING
              IF WS-NOTE-EST-ESTIMEE
                 STRING " (estimee)"
                 INTO REC-F-PROJECTION
                 WITH POINTER WS-POINTEUR
                 END-STRING
              END-IF
           END-IF.
           WRITE REC-F-PROJECTION.

      *la note de l'éléve WS-INDEX-ELEVE pour la correspondance
      *WS-INDEX-CORRESP : source A moyenne annuelle, N note de
      *l'éléve, M moyenne de la matière, espace sans note
       CHERCHE-NOTE-MATIERE.
           MOVE SPACE TO WS-NOTE-SOURCE.
           MOVE 0 TO WS-NOTE-CHERCHEE.
           IF WS-COR-LABEL(WS-INDEX-CORRESP) EQUAL SPACES
              IF WS-ELEVE-NB-TERMES(WS-INDEX-ELEVE) GREATER THAN 0
                 MOVE WS-ELEVE-ANNUELLE(WS-INDEX-ELEVE)
                 TO WS-NOTE-CHERCHEE
                 MOVE "A" TO WS-NOTE-SOURCE
              END-IF
           ELSE
              PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1
              UNTIL WS-INDEX-NOTE GREATER THAN
              WS-ELEVE-NB-NOTES(WS-INDEX-ELEVE)
                 IF WS-NOTE-LABEL(WS-INDEX-ELEVE, WS-INDEX-NOTE)
                 EQUAL WS-COR-LABEL(WS-INDEX-CORRESP)
                    MOVE WS-NOTE-VALEUR(WS-INDEX-ELEVE, WS-INDEX-NOTE)
                    TO WS-NOTE-CHERCHEE
                    MOVE "N" TO WS-NOTE-SOURCE
                 END-IF
              END-PERFORM
              IF WS-NOTE-SOURCE EQUAL SPACE
                 PERFORM VARYING WS-INDEX-MAT FROM 1 BY 1
                 UNTIL WS-INDEX-MAT GREATER THAN WS-NB-MATIERES
                    IF WS-MAT-LABEL(WS-INDEX-MAT)
                    EQUAL WS-COR-LABEL(WS-INDEX-CORRESP)
                       MOVE WS-MAT-MOYENNE(WS-INDEX-MAT)
                       TO WS-NOTE-CHERCHEE
                       MOVE "M" TO WS-NOTE-SOURCE
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.

       COPY "../../copybooks/inscriptions-situe.copy".
