      ******************************************************************
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. saisienotes.
       AUTHOR. lucas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *l'effectif de l'école : un éléve par ligne avec sa classe,
      *c'est la liste d'appel présentée à la saisie
           SELECT F-EFFECTIFS
               ASSIGN TO 'effectifs.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-EFFECTIFS-STATUS.

      *le référentiel des matières de student.cbl : libellé,
      *coefficient du programme et indicateur d'option
           SELECT F-MATIERES-REF
               ASSIGN TO 'matieres.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MATIERES-REF-STATUS.

      *le fichier d'attente des saisies : chaque note saisie ou
      *corrigée, avec l'opérateur et l'heure ; la dernière ligne
      *d'un éléve et d'une matière fait foi
           SELECT F-SAISIES
               ASSIGN TO 'saisie-notes.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-SAISIES-STATUS.

      *les trimestres clos : une note n'y change plus que par une
      *ligne de correction motivée
           SELECT F-CLOTURES
               ASSIGN TO 'trimestres-clos.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-CLOTURES-STATUS.

      *le fichier d'entrée de student.cbl, relu pour reprendre les
      *absences (lignes "03") et les compétences (lignes "04") puis
      *régénéré depuis les saisies
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
      *un éléve de l'effectif : nom, prénom, âge et classe, les
      *zones de la ligne "01" d'input.dat
       FD  F-EFFECTIFS
           RECORD CONTAINS 23 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-EFFECTIFS.
           03 EF-LASTNAME      PIC X(07).
           03 FILLER           PIC X(01).
           03 EF-FIRSTNAME     PIC X(06).
           03 FILLER           PIC X(01).
           03 EF-AGE           PIC 9(02).
           03 FILLER           PIC X(01).
           03 EF-CLASS         PIC X(05).

       FD  F-MATIERES-REF
           RECORD CONTAINS 27 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-MATIERES-REF.
           03 REF-LABEL        PIC X(21).
           03 FILLER           PIC X(01).
           03 REF-COEF         PIC X(03).
           03 FILLER           PIC X(01).
           03 REF-OPTION       PIC X(01).

      *une saisie : S note saisie, C correction ; la correction
      *garde l'ancienne note et son motif
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

       FD  F-CLOTURES
           RECORD CONTAINS 30 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-CLOTURES.
           03 CL-TERME         PIC X(10).
           03 FILLER           PIC X(01).
           03 CL-DATE          PIC 9(08).
           03 FILLER           PIC X(01).
           03 CL-OPERATEUR     PIC X(10).

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

       01  REC-ABSENCE.
           03 R-A-KEY          PIC 9(02).
           03 R-A-DATE         PIC X(08).
           03 R-A-DEMI         PIC X(02).
           03 R-A-JUSTIF       PIC X(01).

       COPY "../../copybooks/session-fd.copy".

       WORKING-STORAGE SECTION.

       COPY "../../copybooks/session-ws.copy".

       01  F-EFFECTIFS-STATUS    PIC X(02) VALUE SPACE.
           88 F-EFFECTIFS-STATUS-OK  VALUE '00'.
           88 F-EFFECTIFS-STATUS-EOF VALUE '10'.
       01  F-MATIERES-REF-STATUS PIC X(02) VALUE SPACE.
           88 F-MATIERES-REF-STATUS-OK  VALUE '00'.
           88 F-MATIERES-REF-STATUS-EOF VALUE '10'.
       01  F-SAISIES-STATUS      PIC X(02) VALUE SPACE.
           88 F-SAISIES-STATUS-OK  VALUE '00'.
           88 F-SAISIES-STATUS-EOF VALUE '10'.
       01  F-CLOTURES-STATUS     PIC X(02) VALUE SPACE.
           88 F-CLOTURES-STATUS-OK  VALUE '00'.
           88 F-CLOTURES-STATUS-EOF VALUE '10'.
       01  F-INPUT-STATUS        PIC X(02) VALUE SPACE.
           88 F-INPUT-STATUS-OK  VALUE '00'.
           88 F-INPUT-STATUS-EOF VALUE '10'.

      *le numéro de la commande entré par l'utilisateur
       01 WS-COMMANDE PIC 9.

      *le trimestre saisi, et s'il est déjà clos
       01 WS-TERME PIC X(10) VALUE SPACES.
       01 WS-TERME-CLOS PIC X VALUE "N".
           88 WS-TERME-EST-CLOS VALUE "O".

      *la date et l'heure portées sur chaque saisie
       01 WS-DATE-JOUR  PIC 9(08).
       01 WS-HEURE-JOUR PIC 9(08).

      *l'effectif chargé
       01 WS-NB-ELEVES PIC 9(3) VALUE 0.
       01 WS-ELEVE OCCURS 1 TO 999 TIMES DEPENDING ON WS-NB-ELEVES.
           05 WS-ELV-LASTNAME  PIC X(07).
           05 WS-ELV-FIRSTNAME PIC X(06).
           05 WS-ELV-AGE       PIC 9(02).
           05 WS-ELV-CLASS     PIC X(05).
       01 WS-INDEX-ELEVE PIC 9(3).

      *le référentiel des matières
       01 WS-NB-MATIERES-REF PIC 9(3) VALUE 0.
       01 WS-MATIERE-REF OCCURS 1 TO 999 TIMES
          DEPENDING ON WS-NB-MATIERES-REF.
           05 WS-REF-LABEL  PIC X(21).
           05 WS-REF-COEF   PIC X(03).
           05 WS-REF-OPTION PIC X.
       01 WS-INDEX-REF PIC 9(3).
       01 WS-REF-TROUVEE PIC X VALUE "N".
           88 WS-REF-EST-TROUVEE VALUE "O".

      *les notes retenues du trimestre : la dernière saisie ou
      *correction de chaque éléve et de chaque matière
       01 WS-NB-NOTES PIC 9(5) VALUE 0.
       01 WS-NOTE-RETENUE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-NOTES.
           05 WS-RET-CLASS     PIC X(05).
           05 WS-RET-LASTNAME  PIC X(07).
           05 WS-RET-FIRSTNAME PIC X(06).
           05 WS-RET-LABEL     PIC X(21).
           05 WS-RET-COEF      PIC X(03).
           05 WS-RET-NOTE      PIC 9(02).
       01 WS-INDEX-NOTE PIC 9(5).
       01 WS-NOTE-TROUVEE PIC X VALUE "N".
           88 WS-NOTE-EST-TROUVEE VALUE "O".

      *les absences (lignes "03") et les compétences (lignes "04")
      *d'input.dat, reprises telles quelles derrière leur éléve à la
      *génération
       01 WS-NB-ABSENCES PIC 9(5) VALUE 0.
       01 WS-ABSENCE OCCURS 1 TO 99999 TIMES
          DEPENDING ON WS-NB-ABSENCES.
           05 WS-ABS-LASTNAME  PIC X(07).
           05 WS-ABS-FIRSTNAME PIC X(06).
           05 WS-ABS-LIGNE     PIC X(13).
       01 WS-INDEX-ABSENCE PIC 9(5).
       01 WS-ABS-COURANT-NOM    PIC X(07).
       01 WS-ABS-COURANT-PRENOM PIC X(06).

      *les saisies de l'opérateur
       01 WS-CLASSE-SAISIE   PIC X(05).
       01 WS-MATIERE-SAISIE  PIC X(21).
       01 WS-COEF-SAISI      PIC X(01).
       01 WS-COEF-RETENU     PIC X(03).
       01 WS-NOM-SAISI       PIC X(07).
       01 WS-PRENOM-SAISI    PIC X(06).
       01 WS-NOTE-SAISIE     PIC X(02).
       01 WS-NOTE            PIC 9(02).
       01 WS-MOTIF-SAISI     PIC X(40).
       01 WS-TYPE-SAISIE     PIC X(01).
       01 WS-ANCIENNE-NOTE   PIC 9(02).
       01 WS-SAISIE-VALIDE   PIC X VALUE "N".
           88 WS-SAISIE-EST-VALIDE VALUE "O".
       01 WS-SAISIE-VIDE     PIC X VALUE "N".
           88 WS-SAISIE-EST-VIDE VALUE "O".

      *compteurs
       01 WS-NB-SAISIES      PIC 9(4) VALUE 0.
       01 WS-NB-ELEVES-CLASSE PIC 9(3) VALUE 0.
       01 WS-NB-LIGNES-INPUT PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

      *l'écran exige l'opérateur connecté via login et habilité
           COPY "../../copybooks/session-controle.copy"
              REPLACING SESSION-PROGRAMME-LITERAL BY "saisienotes".

           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.

           DISPLAY "veuillez entrer le trimestre (ex TRIM1)".
           ACCEPT WS-TERME.
           IF WS-TERME EQUAL SPACES
              DISPLAY "trimestre obligatoire"
              STOP RUN
           END-IF.

           PERFORM CHARGE-EFFECTIFS.
           PERFORM CHARGE-MATIERES.
           PERFORM CHARGE-CLOTURES.
           PERFORM CHARGE-SAISIES.

           IF WS-TERME-EST-CLOS
              DISPLAY "trimestre " WS-TERME " clos : une note ne "
              "change plus que par une correction motivee"
           END-IF.

           DISPLAY "que voulez-vous faire?".
           DISPLAY "1 pour saisir les notes d'une classe".
           DISPLAY "2 pour corriger une note".
           DISPLAY "3 pour clore le trimestre".
           DISPLAY "4 pour generer input.dat depuis les saisies".
           DISPLAY "pour quitter le programme, entrer autre chose".
           ACCEPT WS-COMMANDE.

           EVALUATE WS-COMMANDE

           WHEN EQUAL 1
              IF NOT WS-DROIT-MAJ
                 DISPLAY "droit de mise a jour requis"
              ELSE
                 PERFORM SAISIE-CLASSE THRU SAISIE-CLASSE-FIN
              END-IF

           WHEN EQUAL 2
              IF NOT WS-DROIT-MAJ
                 DISPLAY "droit de mise a jour requis"
              ELSE
                 PERFORM CORRIGE-NOTE THRU CORRIGE-NOTE-FIN
              END-IF

           WHEN EQUAL 3
              IF NOT WS-DROIT-SUPPRESSION
                 DISPLAY "droit de cloture requis"
              ELSE
                 PERFORM CLOT-TRIMESTRE THRU CLOT-TRIMESTRE-FIN
              END-IF

           WHEN EQUAL 4
              IF NOT WS-DROIT-MAJ
                 DISPLAY "droit de mise a jour requis"
              ELSE
                 PERFORM GENERE-INPUT THRU GENERE-INPUT-FIN
              END-IF

           WHEN OTHER
              DISPLAY "vous voulez quitter le programme"

           END-EVALUATE.

           STOP RUN.

      *charge l'effectif de l'école
       CHARGE-EFFECTIFS.
           OPEN INPUT F-EFFECTIFS.
           IF NOT F-EFFECTIFS-STATUS-OK
              DISPLAY "effectifs.dat absent, aucune liste d'appel"
              STOP RUN
           END-IF.
           PERFORM UNTIL F-EFFECTIFS-STATUS-EOF
              READ F-EFFECTIFS
              AT END
                 SET F-EFFECTIFS-STATUS-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-NB-ELEVES
                 MOVE EF-LASTNAME TO WS-ELV-LASTNAME(WS-NB-ELEVES)
                 MOVE EF-FIRSTNAME TO WS-ELV-FIRSTNAME(WS-NB-ELEVES)
                 MOVE EF-AGE TO WS-ELV-AGE(WS-NB-ELEVES)
                 MOVE EF-CLASS TO WS-ELV-CLASS(WS-NB-ELEVES)
              END-READ
           END-PERFORM.
           CLOSE F-EFFECTIFS.

      *charge le référentiel des matières ; sans lui, ni libellé ni
      *coefficient ne peuvent être contrôlés et la saisie est refusée
       CHARGE-MATIERES.
           OPEN INPUT F-MATIERES-REF.
           IF NOT F-MATIERES-REF-STATUS-OK
              DISPLAY "matieres.dat absent, saisie impossible"
              STOP RUN
           END-IF.
           PERFORM UNTIL F-MATIERES-REF-STATUS-EOF
              READ F-MATIERES-REF
              AT END
                 SET F-MATIERES-REF-STATUS-EOF TO TRUE
              NOT AT END
                 IF REF-COEF IS NUMERIC
                    ADD 1 TO WS-NB-MATIERES-REF
                    MOVE REF-LABEL TO WS-REF-LABEL(WS-NB-MATIERES-REF)
                    MOVE REF-COEF TO WS-REF-COEF(WS-NB-MATIERES-REF)
                    MOVE REF-OPTION
                    TO WS-REF-OPTION(WS-NB-MATIERES-REF)
                 END-IF
              END-READ
           END-PERFORM.
           CLOSE F-MATIERES-REF.

      *le trimestre saisi est-il déjà clos ?
       CHARGE-CLOTURES.
           MOVE "N" TO WS-TERME-CLOS.
           OPEN INPUT F-CLOTURES.
           IF F-CLOTURES-STATUS-OK
              PERFORM UNTIL F-CLOTURES-STATUS-EOF
                 READ F-CLOTURES
                 AT END
                    SET F-CLOTURES-STATUS-EOF TO TRUE
                 NOT AT END
                    IF CL-TERME EQUAL WS-TERME
                       SET WS-TERME-EST-CLOS TO TRUE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE F-CLOTURES
           END-IF.

      *rejoue les saisies du trimestre dans l'ordre du fichier : la
      *dernière note d'un éléve dans une matière remplace les
      *précédentes
       CHARGE-SAISIES.
           OPEN INPUT F-SAISIES.
           IF F-SAISIES-STATUS-OK
              PERFORM UNTIL F-SAISIES-STATUS-EOF
                 READ F-SAISIES
                 AT END
                    SET F-SAISIES-STATUS-EOF TO TRUE
                 NOT AT END
                    IF SA-TERME EQUAL WS-TERME
                       PERFORM RETIENT-SAISIE
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE F-SAISIES
           END-IF.

      *range la saisie du fichier d'attente dans les notes retenues
       RETIENT-SAISIE.
           MOVE SA-LASTNAME TO WS-NOM-SAISI.
           MOVE SA-FIRSTNAME TO WS-PRENOM-SAISI.
           MOVE SA-LABEL TO WS-MATIERE-SAISIE.
           PERFORM CHERCHE-NOTE.
           IF NOT WS-NOTE-EST-TROUVEE
              ADD 1 TO WS-NB-NOTES
              MOVE WS-NB-NOTES TO WS-INDEX-NOTE
              MOVE SA-LASTNAME TO WS-RET-LASTNAME(WS-INDEX-NOTE)
              MOVE SA-FIRSTNAME TO WS-RET-FIRSTNAME(WS-INDEX-NOTE)
              MOVE SA-LABEL TO WS-RET-LABEL(WS-INDEX-NOTE)
           END-IF.
           MOVE SA-CLASS TO WS-RET-CLASS(WS-INDEX-NOTE).
           MOVE SA-COEF TO WS-RET-COEF(WS-INDEX-NOTE).
           MOVE SA-NOTE TO WS-RET-NOTE(WS-INDEX-NOTE).

      *la note retenue de WS-NOM-SAISI WS-PRENOM-SAISI dans la
      *matière WS-MATIERE-SAISIE
       CHERCHE-NOTE.
           MOVE "N" TO WS-NOTE-TROUVEE.
           PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1
           UNTIL WS-INDEX-NOTE GREATER THAN WS-NB-NOTES
           OR WS-NOTE-EST-TROUVEE
              IF WS-RET-LASTNAME(WS-INDEX-NOTE) EQUAL WS-NOM-SAISI
              AND WS-RET-FIRSTNAME(WS-INDEX-NOTE) EQUAL WS-PRENOM-SAISI
              AND WS-RET-LABEL(WS-INDEX-NOTE) EQUAL WS-MATIERE-SAISIE
                 SET WS-NOTE-EST-TROUVEE TO TRUE
              END-IF
           END-PERFORM.
           IF WS-NOTE-EST-TROUVEE
              SUBTRACT 1 FROM WS-INDEX-NOTE
           END-IF.

      *la matière WS-MATIERE-SAISIE dans le référentiel
       CHERCHE-MATIERE.
           MOVE "N" TO WS-REF-TROUVEE.
           PERFORM VARYING WS-INDEX-REF FROM 1 BY 1
           UNTIL WS-INDEX-REF GREATER THAN WS-NB-MATIERES-REF
           OR WS-REF-EST-TROUVEE
              IF WS-REF-LABEL(WS-INDEX-REF) EQUAL WS-MATIERE-SAISIE
                 SET WS-REF-EST-TROUVEE TO TRUE
              END-IF
           END-PERFORM.
           IF WS-REF-EST-TROUVEE
              SUBTRACT 1 FROM WS-INDEX-REF
           END-IF.

      *contrôle la note tapée : vide pour passer l'éléve, sinon un
      *entier de 0 à 20 ("7" vaut "07")
       CONTROLE-NOTE-SAISIE.
           MOVE "N" TO WS-SAISIE-VALIDE.
           MOVE "N" TO WS-SAISIE-VIDE.
           IF WS-NOTE-SAISIE EQUAL SPACES
              SET WS-SAISIE-EST-VIDE TO TRUE
           ELSE
              IF WS-NOTE-SAISIE(2:1) EQUAL SPACE
                 MOVE WS-NOTE-SAISIE(1:1) TO WS-NOTE-SAISIE(2:1)
                 MOVE "0" TO WS-NOTE-SAISIE(1:1)
              END-IF
              IF WS-NOTE-SAISIE IS NUMERIC
                 MOVE WS-NOTE-SAISIE TO WS-NOTE
                 IF WS-NOTE NOT GREATER THAN 20
                    SET WS-SAISIE-EST-VALIDE TO TRUE
                 END-IF
              END-IF
              IF NOT WS-SAISIE-EST-VALIDE
                 DISPLAY "note invalide : un entier de 0 a 20"
              END-IF
           END-IF.

      *la saisie d'une classe dans une matière : la matière est
      *choisie dans le référentiel, qui donne le coefficient (tapé
      *seulement pour une matière optionnelle), puis chaque éléve
      *de la liste d'appel reçoit sa note
       SAISIE-CLASSE.
           IF WS-TERME-EST-CLOS
              DISPLAY "trimestre clos : passer par une correction"
              GO TO SAISIE-CLASSE-FIN
           END-IF.

           DISPLAY "entrer la classe (ex CM1A)".
           ACCEPT WS-CLASSE-SAISIE.
           MOVE 0 TO WS-NB-ELEVES-CLASSE.
           PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1
           UNTIL WS-INDEX-ELEVE GREATER THAN WS-NB-ELEVES
              IF WS-ELV-CLASS(WS-INDEX-ELEVE) EQUAL WS-CLASSE-SAISIE
                 ADD 1 TO WS-NB-ELEVES-CLASSE
              END-IF
           END-PERFORM.
           IF WS-NB-ELEVES-CLASSE EQUAL 0
              DISPLAY "aucun eleve dans la classe " WS-CLASSE-SAISIE
              GO TO SAISIE-CLASSE-FIN
           END-IF.

           DISPLAY "matieres du referentiel :".
           PERFORM VARYING WS-INDEX-REF FROM 1 BY 1
           UNTIL WS-INDEX-REF GREATER THAN WS-NB-MATIERES-REF
              DISPLAY "  " WS-REF-LABEL(WS-INDEX-REF)
              " coef " WS-REF-COEF(WS-INDEX-REF)
              " option " WS-REF-OPTION(WS-INDEX-REF)
           END-PERFORM.
           DISPLAY "entrer la matiere".
           ACCEPT WS-MATIERE-SAISIE.
           PERFORM CHERCHE-MATIERE.
           IF NOT WS-REF-EST-TROUVEE
              DISPLAY "matiere absente de matieres.dat"
              GO TO SAISIE-CLASSE-FIN
           END-IF.

           MOVE WS-REF-COEF(WS-INDEX-REF) TO WS-COEF-RETENU.
           IF WS-REF-OPTION(WS-INDEX-REF) EQUAL "O"
              DISPLAY "matiere optionnelle : coefficient (1 a 9)"
              ACCEPT WS-COEF-SAISI
              IF WS-COEF-SAISI IS NOT NUMERIC
              OR WS-COEF-SAISI EQUAL "0"
                 DISPLAY "coefficient invalide, saisie abandonnee"
                 GO TO SAISIE-CLASSE-FIN
              END-IF
              MOVE "00" TO WS-COEF-RETENU(1:2)
              MOVE WS-COEF-SAISI TO WS-COEF-RETENU(3:1)
           END-IF.

           OPEN EXTEND F-SAISIES.
           IF NOT F-SAISIES-STATUS-OK
              OPEN OUTPUT F-SAISIES
           END-IF.
           MOVE 0 TO WS-NB-SAISIES.
           DISPLAY "note de chaque eleve (vide pour passer)".
           PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1
           UNTIL WS-INDEX-ELEVE GREATER THAN WS-NB-ELEVES
              IF WS-ELV-CLASS(WS-INDEX-ELEVE) EQUAL WS-CLASSE-SAISIE
                 PERFORM SAISIE-ELEVE
              END-IF
           END-PERFORM.
           CLOSE F-SAISIES.
           DISPLAY WS-NB-SAISIES " note(s) enregistree(s) sur "
           WS-NB-ELEVES-CLASSE " eleve(s)".
       SAISIE-CLASSE-FIN.
           EXIT.

      *la note de l'éléve WS-INDEX-ELEVE : sa note déjà retenue est
      *rappelée, la saisie est redemandée tant qu'elle est invalide
       SAISIE-ELEVE.
           MOVE WS-ELV-LASTNAME(WS-INDEX-ELEVE) TO WS-NOM-SAISI.
           MOVE WS-ELV-FIRSTNAME(WS-INDEX-ELEVE) TO WS-PRENOM-SAISI.
           PERFORM CHERCHE-NOTE.
           MOVE "N" TO WS-SAISIE-VALIDE.
           MOVE "N" TO WS-SAISIE-VIDE.
           PERFORM UNTIL WS-SAISIE-EST-VALIDE OR WS-SAISIE-EST-VIDE
              IF WS-NOTE-EST-TROUVEE
                 DISPLAY WS-NOM-SAISI " " WS-PRENOM-SAISI
                 " (note actuelle " WS-RET-NOTE(WS-INDEX-NOTE) ")"
              ELSE
                 DISPLAY WS-NOM-SAISI " " WS-PRENOM-SAISI
              END-IF
              MOVE SPACES TO WS-NOTE-SAISIE
              ACCEPT WS-NOTE-SAISIE
              PERFORM CONTROLE-NOTE-SAISIE
           END-PERFORM.
           IF WS-SAISIE-EST-VALIDE
              MOVE "S" TO WS-TYPE-SAISIE
              MOVE 0 TO WS-ANCIENNE-NOTE
              MOVE SPACES TO WS-MOTIF-SAISI
              PERFORM ECRIT-SAISIE
              ADD 1 TO WS-NB-SAISIES
           END-IF.

      *écrit la saisie en attente, horodatée au nom de l'opérateur,
      *et la retient comme note de l'éléve
       ECRIT-SAISIE.
           ACCEPT WS-HEURE-JOUR FROM TIME.
           MOVE SPACES TO REC-F-SAISIES.
           MOVE WS-TYPE-SAISIE TO SA-TYPE.
           MOVE WS-TERME TO SA-TERME.
           MOVE WS-CLASSE-SAISIE TO SA-CLASS.
           MOVE WS-NOM-SAISI TO SA-LASTNAME.
           MOVE WS-PRENOM-SAISI TO SA-FIRSTNAME.
           MOVE WS-MATIERE-SAISIE TO SA-LABEL.
           MOVE WS-COEF-RETENU TO SA-COEF.
           MOVE WS-NOTE TO SA-NOTE.
           MOVE WS-ANCIENNE-NOTE TO SA-ANCIENNE-NOTE.
           MOVE WS-OPERATEUR-ID TO SA-OPERATEUR.
           MOVE WS-DATE-JOUR TO SA-DATE.
           MOVE WS-HEURE-JOUR TO SA-HEURE.
           MOVE WS-MOTIF-SAISI TO SA-MOTIF.
           WRITE REC-F-SAISIES.
           PERFORM RETIENT-SAISIE.

      *la correction d'une note retenue : toujours motivée, elle
      *garde l'ancienne note, l'opérateur et l'heure ; c'est la
      *seule façon de changer une note d'un trimestre clos
       CORRIGE-NOTE.
           DISPLAY "nom de l'eleve (7 caracteres)".
           ACCEPT WS-NOM-SAISI.
           DISPLAY "prenom de l'eleve (6 caracteres)".
           ACCEPT WS-PRENOM-SAISI.
           DISPLAY "matiere".
           ACCEPT WS-MATIERE-SAISIE.
           PERFORM CHERCHE-NOTE.
           IF NOT WS-NOTE-EST-TROUVEE
              DISPLAY "aucune note de cet eleve dans cette matiere "
              "pour le trimestre " WS-TERME
              GO TO CORRIGE-NOTE-FIN
           END-IF.
           DISPLAY "note actuelle " WS-RET-NOTE(WS-INDEX-NOTE)
           ", nouvelle note".
           MOVE SPACES TO WS-NOTE-SAISIE.
           ACCEPT WS-NOTE-SAISIE.
           PERFORM CONTROLE-NOTE-SAISIE.
           IF NOT WS-SAISIE-EST-VALIDE
              DISPLAY "correction abandonnee"
              GO TO CORRIGE-NOTE-FIN
           END-IF.
           IF WS-NOTE EQUAL WS-RET-NOTE(WS-INDEX-NOTE)
              DISPLAY "note inchangee, correction abandonnee"
              GO TO CORRIGE-NOTE-FIN
           END-IF.
           DISPLAY "motif de la correction (obligatoire)".
           MOVE SPACES TO WS-MOTIF-SAISI.
           ACCEPT WS-MOTIF-SAISI.
           IF WS-MOTIF-SAISI EQUAL SPACES
              DISPLAY "motif obligatoire, correction abandonnee"
              GO TO CORRIGE-NOTE-FIN
           END-IF.

           OPEN EXTEND F-SAISIES.
           IF NOT F-SAISIES-STATUS-OK
              OPEN OUTPUT F-SAISIES
           END-IF.
           MOVE "C" TO WS-TYPE-SAISIE.
           MOVE WS-RET-CLASS(WS-INDEX-NOTE) TO WS-CLASSE-SAISIE.
           MOVE WS-RET-COEF(WS-INDEX-NOTE) TO WS-COEF-RETENU.
           MOVE WS-RET-NOTE(WS-INDEX-NOTE) TO WS-ANCIENNE-NOTE.
           PERFORM ECRIT-SAISIE.
           CLOSE F-SAISIES.
           DISPLAY "note corrigee, regenerer input.dat pour la "
           "prendre en compte".
       CORRIGE-NOTE-FIN.
           EXIT.

      *la clôture du trimestre : dès lors, plus de saisie de classe
       CLOT-TRIMESTRE.
           IF WS-TERME-EST-CLOS
              DISPLAY "trimestre " WS-TERME " deja clos"
              GO TO CLOT-TRIMESTRE-FIN
           END-IF.
           OPEN EXTEND F-CLOTURES.
           IF NOT F-CLOTURES-STATUS-OK
              OPEN OUTPUT F-CLOTURES
           END-IF.
           MOVE SPACES TO REC-F-CLOTURES.
           MOVE WS-TERME TO CL-TERME.
           MOVE WS-DATE-JOUR TO CL-DATE.
           MOVE WS-OPERATEUR-ID TO CL-OPERATEUR.
           WRITE REC-F-CLOTURES.
           CLOSE F-CLOTURES.
           SET WS-TERME-EST-CLOS TO TRUE.
           DISPLAY "trimestre " WS-TERME " clos".
       CLOT-TRIMESTRE-FIN.
           EXIT.

      *la génération d'input.dat : pour chaque éléve de l'effectif
      *sa ligne "01", ses notes retenues en lignes "02" puis ses
      *absences et compétences déjà présentes dans input.dat en
      *lignes "03" et "04", au format exact que lit student.cbl
       GENERE-INPUT.
           MOVE 0 TO WS-NB-ABSENCES.
           MOVE SPACES TO WS-ABS-COURANT-NOM WS-ABS-COURANT-PRENOM.
           OPEN INPUT F-INPUT.
           IF F-INPUT-STATUS-OK
              PERFORM UNTIL F-INPUT-STATUS-EOF
                 READ F-INPUT
                 AT END
                    SET F-INPUT-STATUS-EOF TO TRUE
                 NOT AT END
                    IF REC-F-INPUT-2 EQUAL "01"
                       MOVE R-LASTNAME TO WS-ABS-COURANT-NOM
                       MOVE R-FIRSTNAME TO WS-ABS-COURANT-PRENOM
                    END-IF
                    IF (REC-F-INPUT-2 EQUAL "03"
                    OR REC-F-INPUT-2 EQUAL "04")
                    AND WS-ABS-COURANT-NOM NOT EQUAL SPACES
                       ADD 1 TO WS-NB-ABSENCES
                       MOVE WS-ABS-COURANT-NOM
                       TO WS-ABS-LASTNAME(WS-NB-ABSENCES)
                       MOVE WS-ABS-COURANT-PRENOM
                       TO WS-ABS-FIRSTNAME(WS-NB-ABSENCES)
                       MOVE REC-F-INPUT-100(1:13)
                       TO WS-ABS-LIGNE(WS-NB-ABSENCES)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE F-INPUT
           END-IF.

           MOVE 0 TO WS-NB-LIGNES-INPUT.
           OPEN OUTPUT F-INPUT.
           PERFORM VARYING WS-INDEX-ELEVE FROM 1 BY 1
           UNTIL WS-INDEX-ELEVE GREATER THAN WS-NB-ELEVES
              PERFORM GENERE-ELEVE
           END-PERFORM.
           CLOSE F-INPUT.

           DISPLAY "input.dat genere pour le trimestre " WS-TERME
           " : " WS-NB-ELEVES " eleve(s), " WS-NB-LIGNES-INPUT
           " ligne(s)".
       GENERE-INPUT-FIN.
           EXIT.

      *les lignes de l'éléve WS-INDEX-ELEVE
       GENERE-ELEVE.
           MOVE SPACES TO REC-F-INPUT-100.
           MOVE 1 TO R-S-KEY.
           MOVE WS-ELV-LASTNAME(WS-INDEX-ELEVE) TO R-LASTNAME.
           MOVE WS-ELV-FIRSTNAME(WS-INDEX-ELEVE) TO R-FIRSTNAME.
           MOVE WS-ELV-AGE(WS-INDEX-ELEVE) TO R-AGE.
           MOVE WS-ELV-CLASS(WS-INDEX-ELEVE) TO R-CLASS.
           WRITE REC-STUDENT.
           ADD 1 TO WS-NB-LIGNES-INPUT.

           PERFORM VARYING WS-INDEX-NOTE FROM 1 BY 1
           UNTIL WS-INDEX-NOTE GREATER THAN WS-NB-NOTES
              IF WS-RET-LASTNAME(WS-INDEX-NOTE) EQUAL
              WS-ELV-LASTNAME(WS-INDEX-ELEVE)
              AND WS-RET-FIRSTNAME(WS-INDEX-NOTE) EQUAL
              WS-ELV-FIRSTNAME(WS-INDEX-ELEVE)
                 MOVE SPACES TO REC-F-INPUT-100
                 MOVE 2 TO R-C-KEY
                 MOVE WS-RET-LABEL(WS-INDEX-NOTE) TO R-LABEL
                 MOVE WS-RET-COEF(WS-INDEX-NOTE) TO R-COEF
                 MOVE WS-RET-NOTE(WS-INDEX-NOTE) TO R-GRADE
                 WRITE REC-COURSE
                 ADD 1 TO WS-NB-LIGNES-INPUT
              END-IF
           END-PERFORM.

           PERFORM VARYING WS-INDEX-ABSENCE FROM 1 BY 1
           UNTIL WS-INDEX-ABSENCE GREATER THAN WS-NB-ABSENCES
              IF WS-ABS-LASTNAME(WS-INDEX-ABSENCE) EQUAL
              WS-ELV-LASTNAME(WS-INDEX-ELEVE)
              AND WS-ABS-FIRSTNAME(WS-INDEX-ABSENCE) EQUAL
              WS-ELV-FIRSTNAME(WS-INDEX-ELEVE)
                 MOVE SPACES TO REC-F-INPUT-100
                 MOVE WS-ABS-LIGNE(WS-INDEX-ABSENCE) TO REC-ABSENCE
                 WRITE REC-ABSENCE
                 ADD 1 TO WS-NB-LIGNES-INPUT
              END-IF
           END-PERFORM.
