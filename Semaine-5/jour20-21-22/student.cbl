               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-OUTPUT-MATIERE-STATUS.

      *le détail des notes retenues, une ligne par éléve et par
      *matière avec sa classe, pour les résultats par enseignant
           SELECT F-OUTPUT-NOTES
               ASSIGN TO 'output-notes.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-OUTPUT-NOTES-STATUS.

      *les lignes d'input.dat dont la clé n'est ni "01", ni "02",
      *ni "03", ni "04", et les lignes de note ou de compétence
      *rejetées au contrôle
           SELECT F-EXCEPTIONS
               ASSIGN TO 'input-exceptions.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-MATIERES-REF-STATUS.

      *le référentiel des compétences : code, domaine et libellé ;
      *chaque ligne "04" est contrôlée contre lui et le bulletin
      *regroupe les compétences de l'éléve par domaine
           SELECT F-COMPETENCES-REF
               ASSIGN TO 'competences.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-COMPETENCES-REF-STATUS.

      *le bilan des compétences par classe : pour chaque compétence
      *du référentiel, le nombre d'éléves par niveau atteint
           SELECT F-OUTPUT-COMPETENCES
               ASSIGN TO 'competences-classes.dat'
               ACCESS MODE IS SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS F-OUTPUT-COMPETENCES-STATUS.

      *le point de reprise : la position dans input.dat jusqu'où le
      *dernier run a effectivement traité les enregistrements
           COPY "../../copybooks/checkpoint-select.copy"
      *une arborescence copiée sans toucher aux fichiers vivants
           COPY "../../copybooks/environnement-select.copy".

      *les responsables des éléves : un bulletin par foyer
           COPY "../../copybooks/responsables-select.copy".

      *journal d'erreurs commun aux traitements batch de nuit
           SELECT ERREURS-BATCH
               ASSIGN TO 'erreurs-batch.log'
      *O si l'absence est justifiée, N sinon
           03 R-A-JUSTIF       PIC X(01).

      *si la ligne est l'évaluation d'une compétence de l'éléve
      *courant, placée après ses lignes "02"
       01  REC-COMPETENCE.
      *son r-k-key devrait être 04
           03 R-K-KEY          PIC 9(02).
      *le code de la compétence dans competences.dat
           03 R-K-CODE         PIC X(06).
      *A acquis, E en cours d'acquisition, N non acquis
           03 R-K-NIVEAU       PIC X(01).

      *la sortie ne contient qu'un PIC X de 250 caractères
       FD  F-OUTPUT
           RECORD CONTAINS 250 CHARACTERS

       01  REC-F-OUTPUT-MATIERE PIC X(250).

      *une note retenue : classe, nom, prénom, matière et note
       FD  F-OUTPUT-NOTES
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-OUTPUT-NOTES  PIC X(250).

      *une ligne d'input.dat rejetée car sa clé n'est ni "01" ni "02"
       FD  F-EXCEPTIONS
           RECORD CONTAINS 2 TO 1000 CHARACTERS
           03 FILLER           PIC X(01).
           03 REF-OPTION       PIC X(01).

      *une compétence du référentiel : code, domaine et libellé
       FD  F-COMPETENCES-REF
           RECORD CONTAINS 68 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-COMPETENCES-REF.
           03 CPT-CODE         PIC X(06).
           03 FILLER           PIC X(01).
           03 CPT-DOMAINE      PIC X(20).
           03 FILLER           PIC X(01).
           03 CPT-LIBELLE      PIC X(40).

      *une ligne du bilan des compétences par classe
       FD  F-OUTPUT-COMPETENCES
           RECORD CONTAINS 250 CHARACTERS
           RECORDING MODE IS F.

       01  REC-F-OUTPUT-COMPETENCES PIC X(250).

      *la position (nombre d'enregistrements déjà traités) jusqu'où le
      *dernier run d'input.dat est allé
       FD  F-CHECKPOINT

       COPY "../../copybooks/environnement-fd.copy".

       COPY "../../copybooks/responsables-fd.copy".

      ******************************************************************
      *
      *******-**********************************************************
      *conditions pour les nouveaux fichiers
       01  F-OUTPUT-MATIERE-STATUS PIC X(02) VALUE SPACE.
           88 F-OUTPUT-MATIERE-STATUS-OK VALUE '00'.
       01  F-OUTPUT-NOTES-STATUS   PIC X(02) VALUE SPACE.
           88 F-OUTPUT-NOTES-STATUS-OK   VALUE '00'.
       01  F-EXCEPTIONS-STATUS     PIC X(02) VALUE SPACE.
           88 F-EXCEPTIONS-STATUS-OK     VALUE '00'.
       01  F-HISTORIQUE-STATUS     PIC X(02) VALUE SPACE.
       01  F-MATIERES-REF-STATUS   PIC X(02) VALUE SPACE.
           88 F-MATIERES-REF-STATUS-OK   VALUE '00'.
           88 F-MATIERES-REF-STATUS-EOF  VALUE '10'.
       01  F-COMPETENCES-REF-STATUS PIC X(02) VALUE SPACE.
           88 F-COMPETENCES-REF-STATUS-OK  VALUE '00'.
           88 F-COMPETENCES-REF-STATUS-EOF VALUE '10'.
       01  F-OUTPUT-COMPETENCES-STATUS PIC X(02) VALUE SPACE.
           88 F-OUTPUT-COMPETENCES-STATUS-OK VALUE '00'.

      *le tableau qui contient les informations sur les étudiants
       01  DATA-STUDENT.
                    15 LIBELLE          PIC X(21).
                    15 COEFFICIENT      PIC 9V9.
                    15 GRADE-NOTE       PIC 99V99.
      *les compétences évaluées de l'éléve (lignes "04"), tenues à
      *part des notes pour ne pas entrer dans le calcul des moyennes
               10 COMP-LGHT    PIC 9(02) VALUE 0.
               10 TAB-COMPETENCE OCCURS 99 TIMES.
                    15 COMP-CODE        PIC X(06).
                    15 COMP-NIVEAU      PIC X(01).

      *index pour parcourir tableau
       01 WS-INDEX1 PIC 9(3).
       01 WS-REF-TROUVEE PIC X VALUE "N".
           88 WS-REF-EST-TROUVEE VALUE "O".

      *le référentiel des compétences chargé au début du run, trié
      *par domaine pour regrouper les compétences sur le bulletin ;
      *absent, les lignes "04" ne peuvent être rattachées à aucun
      *domaine et partent en exception
       01 WS-NB-COMPETENCES-REF PIC 9(3) VALUE 0.
       01 WS-COMPETENCE-REF OCCURS 1 TO 999 TIMES
          DEPENDING ON WS-NB-COMPETENCES-REF.
           05 WS-CPT-DOMAINE PIC X(20).
           05 WS-CPT-CODE    PIC X(06).
           05 WS-CPT-LIBELLE PIC X(40).
       01 WS-INDEX-CPT PIC 9(3).
       01 WS-INDEX-COMP PIC 9(3).
       01 WS-COMPETENCE-VALIDE PIC X VALUE "O".
           88 WS-COMPETENCE-EST-VALIDE VALUE "O".
       01 WS-NIVEAU-TROUVE PIC X(01).
       01 WS-NIVEAU-LIBELLE PIC X(22).
       01 WS-DOMAINE-COURANT PIC X(20).
       01 WS-CLASSE-COMPETENCES PIC X(05).

      *les compteurs du bilan d'une compétence sur une classe
       01 WS-NB-ACQUIS     PIC 9(03).
       01 WS-NB-EN-COURS   PIC 9(03).
       01 WS-NB-NON-ACQUIS PIC 9(03).
       01 WS-NB-EVALUES    PIC 9(03).
       01 WS-EFFECTIF-CLASSE PIC 9(03).

      *les compteurs du contrôle, par type d'erreur, et le taux
      *d'erreurs toléré avant de refuser le run tout entier
       01 WS-NB-LIGNES-NOTES PIC 9(05) VALUE 0.

       COPY "../../copybooks/environnement-ws.copy".

       COPY "../../copybooks/responsables-ws.copy".

      *l'heure de l'entrée en cours d'écriture dans le journal
      *d'erreurs commun (chaque entrée porte sa sévérité WARN/ERROR
      *et son horodatage)
              WRITE LIGNE-ERREUR-BATCH
           END-IF.

      *on charge le référentiel des compétences, trié par domaine ;
      *un fichier absent fait partir les lignes "04" en exception,
      *avec un WARN au journal
           OPEN INPUT F-COMPETENCES-REF.
           IF F-COMPETENCES-REF-STATUS-OK
              PERFORM UNTIL F-COMPETENCES-REF-STATUS-EOF
                 READ F-COMPETENCES-REF
                 AT END
                    SET F-COMPETENCES-REF-STATUS-EOF TO TRUE
                 NOT AT END
                    IF CPT-CODE NOT EQUAL SPACES
                       ADD 1 TO WS-NB-COMPETENCES-REF
                       MOVE CPT-CODE
                       TO WS-CPT-CODE(WS-NB-COMPETENCES-REF)
                       MOVE CPT-DOMAINE
                       TO WS-CPT-DOMAINE(WS-NB-COMPETENCES-REF)
                       MOVE CPT-LIBELLE
                       TO WS-CPT-LIBELLE(WS-NB-COMPETENCES-REF)
                    END-IF
                 END-READ
              END-PERFORM
              CLOSE F-COMPETENCES-REF
              IF WS-NB-COMPETENCES-REF GREATER THAN 0
                 SORT WS-COMPETENCE-REF ON ASCENDING WS-CPT-DOMAINE,
                 ASCENDING WS-CPT-CODE
              END-IF
           ELSE
              MOVE SPACES TO LIGNE-ERREUR-BATCH
              ACCEPT WS-HEURE-LOG FROM TIME
              STRING "WARN " WS-RUN-DATE " " WS-HEURE-LOG
              " STUDENT competences.dat absent, lignes 04"
              " rejetees"
              INTO LIGNE-ERREUR-BATCH
              WRITE LIGNE-ERREUR-BATCH
           END-IF.

      *on initialise la condition de lecture
           SET F-INPUT-STATUS-OK TO TRUE.

                                ADD 1 TO
                                S-ABS-NON-JUST(STUDENT-LGHT)
                             END-IF
                          ELSE
                             IF REC-F-INPUT-2 EQUAL "04"
                                PERFORM CONTROLE-COMPETENCE
                                IF WS-COMPETENCE-EST-VALIDE
                                   PERFORM STOCKE-COMPETENCE
                                END-IF
                             END-IF
                          END-IF
                       END-IF
                    END-IF
                          ADD 1 TO S-ABS-NON-JUST(STUDENT-LGHT)
                       END-IF
                    ELSE
      *si la ligne évalue une compétence de l'éléve courant, elle est
      *contrôlée contre le référentiel puis rangée à part des notes
                    IF REC-F-INPUT-2 EQUAL "04"
                       PERFORM CONTROLE-COMPETENCE
                       IF WS-COMPETENCE-EST-VALIDE
                          PERFORM STOCKE-COMPETENCE
                       ELSE
                          MOVE REC-F-INPUT-100 TO REC-F-EXCEPTIONS
                          WRITE REC-F-EXCEPTIONS
                          ADD 1 TO WS-RUN-REJETS
                          MOVE SPACES TO LIGNE-ERREUR-BATCH
                          ACCEPT WS-HEURE-LOG FROM TIME
                          STRING "WARN " WS-RUN-DATE " " WS-HEURE-LOG
                          " STUDENT competence invalide ligne="
                          REC-F-INPUT-100
                          INTO LIGNE-ERREUR-BATCH
                          WRITE LIGNE-ERREUR-BATCH
                       END-IF
                    ELSE
      *la clé n'est ni "01", ni "02", ni "03", ni "04" : la ligne est
      *rejetée au lieu d'être absorbée dans le dernier étudiant lu
                       MOVE REC-F-INPUT-100 TO REC-F-EXCEPTIONS
                       WRITE REC-F-EXCEPTIONS
                       ADD 1 TO WS-RUN-REJETS
                       WRITE LIGNE-ERREUR-BATCH
                    END-IF
                    END-IF
                    END-IF
                 END-IF
                 COPY "../../copybooks/checkpoint-advance.copy".
           END-PERFORM.
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
              DISPLAY S-AGE(WS-INDEX1)
           END-PERFORM.

      *les responsables donnent les exemplaires de chaque bulletin
           COPY "../../copybooks/responsables-init.copy".

      *on ouvre le fichier de sortie ainsi que les bulletins
           OPEN OUTPUT F-OUTPUT.
           OPEN OUTPUT F-BULLETINS.
           OPEN OUTPUT F-OUTPUT-NOTES.

      *l'historique est complété run après run : on l'étend s'il
      *existe déjà, sinon on le crée
              END-STRING
              WRITE REC-F-OUTPUT

      *le détail de ses notes, repris par le rapport enseignants
              PERFORM ECRIT-NOTES-ELEVE

      *on écrit aussi un enregistrement d'historique pour le trimestre
      *en cours, afin de pouvoir suivre la progression de l'éléve
              MOVE SPACES TO REC-F-HISTORIQUE
              WRITE REC-F-HISTORIQUE

      *on édite aussi le bulletin individuel de l'éléve, avec la
      *moyenne de classe de chaque matière en face de sa note, en
      *un exemplaire par foyer de ses responsables
              PERFORM ECRIT-BULLETINS-ELEVE
           END-PERFORM.

      *sous-total de la dernière classe du tableau
              END-IF
           END-PERFORM.

      *le bilan des compétences : pour chaque classe, le nombre
      *d'éléves ayant atteint chaque niveau de chaque compétence
           OPEN OUTPUT F-OUTPUT-COMPETENCES.
           MOVE SPACES TO WS-CLASSE-COMPETENCES.
           PERFORM VARYING WS-INDEX1 FROM 1 BY 1
           UNTIL WS-INDEX1 GREATER THAN STUDENT-LGHT
              IF S-CLASS(WS-INDEX1) NOT EQUAL WS-CLASSE-COMPETENCES
                 MOVE S-CLASS(WS-INDEX1) TO WS-CLASSE-COMPETENCES
                 PERFORM ECRIT-COMPETENCES-CLASSE
              END-IF
           END-PERFORM.
           CLOSE F-OUTPUT-COMPETENCES.

      *on ferme le fichier de sortie
           CLOSE F-OUTPUT.
           CLOSE F-BULLETINS.
           CLOSE F-OUTPUT-NOTES.
           CLOSE F-HISTORIQUE.

      *on écrit le rapport de moyenne et de classement par matière
              END-IF
           END-IF.

      *les exemplaires du bulletin de l'éléve WS-INDEX1 : un par
      *foyer de ses responsables qui reçoit le courrier, un seul sans
      *adresse quand l'éléve n'a pas de responsable connu
       ECRIT-BULLETINS-ELEVE.
           MOVE SPACES TO WS-RSP-CLE-ELEVE.
           STRING S-LASTNAME(WS-INDEX1) " " S-FIRSTNAME(WS-INDEX1)
           DELIMITED BY SIZE INTO WS-RSP-CLE-ELEVE
           END-STRING.
           PERFORM CHERCHE-COPIES THRU CHERCHE-COPIES-FIN.
           IF WS-NB-COPIES EQUAL 0
              MOVE 0 TO WS-INDEX-COPIE
              PERFORM ECRIT-BULLETIN
           ELSE
              PERFORM VARYING WS-INDEX-COPIE FROM 1 BY 1
              UNTIL WS-INDEX-COPIE GREATER THAN WS-NB-COPIES
                 PERFORM ECRIT-BULLETIN
              END-PERFORM
           END-IF.

      *écrit le bulletin de l'éléve WS-INDEX1 : une ligne par matière
      *avec sa note et la moyenne de classe de la matière en face,
      *puis la moyenne générale pondérée et l'appréciation déjà
      *déterminée par la boucle appelante ; l'adresse du foyer
      *WS-INDEX-COPIE suit le titre, avec le code du foyer
       ECRIT-BULLETIN.
           MOVE SPACES TO REC-F-BULLETINS.
           STRING "===== BULLETIN " WS-TERME
           END-STRING.
           WRITE REC-F-BULLETINS.

           IF WS-INDEX-COPIE GREATER THAN 0
              MOVE SPACES TO REC-F-BULLETINS
              STRING "foyer " WS-COP-FOYER(WS-INDEX-COPIE)
              " - a l'attention de " DELIMITED BY SIZE
              WS-COP-DEST(WS-INDEX-COPIE) DELIMITED BY "  "
              INTO REC-F-BULLETINS
              END-STRING
              WRITE REC-F-BULLETINS
              MOVE WS-COP-RUE(WS-INDEX-COPIE) TO REC-F-BULLETINS
              WRITE REC-F-BULLETINS
              MOVE SPACES TO REC-F-BULLETINS
              STRING WS-COP-CP(WS-INDEX-COPIE) " "
              WS-COP-VILLE(WS-INDEX-COPIE)
              INTO REC-F-BULLETINS
              END-STRING
              WRITE REC-F-BULLETINS
           END-IF.

           PERFORM VARYING WS-INDEX2 FROM 1 BY 1
           UNTIL WS-INDEX2 GREATER THAN COURSE-LGHT(WS-INDEX1)
      *on retrouve la moyenne de classe de la matière
              WRITE REC-F-BULLETINS
           END-PERFORM.

      *les compétences évaluées, regroupées par domaine
           IF COMP-LGHT(WS-INDEX1) GREATER THAN 0
              PERFORM ECRIT-COMPETENCES-BULLETIN
           END-IF.

      *l'assiduité est rappelée sur le bulletin remis aux familles
           MOVE SPACES TO REC-F-BULLETINS.
           STRING "absences justifiees " S-ABS-JUSTIFIEES(WS-INDEX1)
           MOVE SPACES TO REC-F-BULLETINS.
           WRITE REC-F-BULLETINS.

      *contrôle la ligne de compétence qui vient d'être lue : le
      *code doit exister au référentiel, le niveau être A, E ou N,
      *et l'éléve ne pas dépasser le nombre de compétences prévu
       CONTROLE-COMPETENCE.
           MOVE "O" TO WS-COMPETENCE-VALIDE.
           IF R-K-NIVEAU NOT EQUAL "A" AND NOT EQUAL "E"
           AND NOT EQUAL "N"
              MOVE "N" TO WS-COMPETENCE-VALIDE
           END-IF.
           IF STUDENT-LGHT EQUAL 0
              MOVE "N" TO WS-COMPETENCE-VALIDE
           ELSE
              IF COMP-LGHT(STUDENT-LGHT) EQUAL 99
                 MOVE "N" TO WS-COMPETENCE-VALIDE
              END-IF
           END-IF.
           MOVE "N" TO WS-REF-TROUVEE.
           PERFORM VARYING WS-INDEX-CPT FROM 1 BY 1
           UNTIL WS-INDEX-CPT GREATER THAN WS-NB-COMPETENCES-REF
              IF WS-CPT-CODE(WS-INDEX-CPT) EQUAL R-K-CODE
                 SET WS-REF-EST-TROUVEE TO TRUE
              END-IF
           END-PERFORM.
           IF NOT WS-REF-EST-TROUVEE
              MOVE "N" TO WS-COMPETENCE-VALIDE
           END-IF.

      *range la compétence contrôlée dans le tableau de l'éléve
      *courant
       STOCKE-COMPETENCE.
           ADD 1 TO COMP-LGHT(STUDENT-LGHT).
           MOVE R-K-CODE TO COMP-CODE(STUDENT-LGHT,
           COMP-LGHT(STUDENT-LGHT)).
           MOVE R-K-NIVEAU TO COMP-NIVEAU(STUDENT-LGHT,
           COMP-LGHT(STUDENT-LGHT)).

      *écrit la partie compétences du bulletin de l'éléve WS-INDEX1 :
      *le référentiel est trié par domaine, un titre est imprimé à
      *chaque nouveau domaine où l'éléve a été évalué
       ECRIT-COMPETENCES-BULLETIN.
           MOVE SPACES TO WS-DOMAINE-COURANT.
           PERFORM VARYING WS-INDEX-CPT FROM 1 BY 1
           UNTIL WS-INDEX-CPT GREATER THAN WS-NB-COMPETENCES-REF
              MOVE SPACE TO WS-NIVEAU-TROUVE
              PERFORM VARYING WS-INDEX-COMP FROM 1 BY 1
              UNTIL WS-INDEX-COMP GREATER THAN COMP-LGHT(WS-INDEX1)
                 IF COMP-CODE(WS-INDEX1, WS-INDEX-COMP) EQUAL
                 WS-CPT-CODE(WS-INDEX-CPT)
                    MOVE COMP-NIVEAU(WS-INDEX1, WS-INDEX-COMP)
                    TO WS-NIVEAU-TROUVE
                 END-IF
              END-PERFORM
              IF WS-NIVEAU-TROUVE NOT EQUAL SPACE
                 IF WS-CPT-DOMAINE(WS-INDEX-CPT) NOT EQUAL
                 WS-DOMAINE-COURANT
                    MOVE WS-CPT-DOMAINE(WS-INDEX-CPT)
                    TO WS-DOMAINE-COURANT
                    MOVE SPACES TO REC-F-BULLETINS
                    STRING "competences " WS-DOMAINE-COURANT
                    INTO REC-F-BULLETINS
                    END-STRING
                    WRITE REC-F-BULLETINS
                 END-IF
                 EVALUATE WS-NIVEAU-TROUVE
                    WHEN "A"
                       MOVE "acquis" TO WS-NIVEAU-LIBELLE
                    WHEN "E"
                       MOVE "en cours d'acquisition"
                       TO WS-NIVEAU-LIBELLE
                    WHEN OTHER
                       MOVE "non acquis" TO WS-NIVEAU-LIBELLE
                 END-EVALUATE
                 MOVE SPACES TO REC-F-BULLETINS
                 STRING "  " WS-CPT-CODE(WS-INDEX-CPT)
                 " " WS-CPT-LIBELLE(WS-INDEX-CPT)
                 " " WS-NIVEAU-LIBELLE
                 INTO REC-F-BULLETINS
                 END-STRING
                 WRITE REC-F-BULLETINS
              END-IF
           END-PERFORM.

      *écrit le bilan des compétences de la classe
      *WS-CLASSE-COMPETENCES : une ligne par compétence évaluée
      *dans la classe avec le nombre d'éléves par niveau
       ECRIT-COMPETENCES-CLASSE.
           MOVE 0 TO WS-EFFECTIF-CLASSE.
           PERFORM VARYING WS-INDEX2 FROM 1 BY 1
           UNTIL WS-INDEX2 GREATER THAN STUDENT-LGHT
              IF S-CLASS(WS-INDEX2) EQUAL WS-CLASSE-COMPETENCES
                 ADD 1 TO WS-EFFECTIF-CLASSE
              END-IF
           END-PERFORM.
           MOVE SPACES TO REC-F-OUTPUT-COMPETENCES.
           STRING "COMPETENCES CLASSE " WS-CLASSE-COMPETENCES
           " " WS-TERME " EFFECTIF " WS-EFFECTIF-CLASSE
           INTO REC-F-OUTPUT-COMPETENCES
           END-STRING.
           WRITE REC-F-OUTPUT-COMPETENCES.

           PERFORM VARYING WS-INDEX-CPT FROM 1 BY 1
           UNTIL WS-INDEX-CPT GREATER THAN WS-NB-COMPETENCES-REF
              MOVE 0 TO WS-NB-ACQUIS
              MOVE 0 TO WS-NB-EN-COURS
              MOVE 0 TO WS-NB-NON-ACQUIS
              PERFORM VARYING WS-INDEX2 FROM 1 BY 1
              UNTIL WS-INDEX2 GREATER THAN STUDENT-LGHT
                 IF S-CLASS(WS-INDEX2) EQUAL WS-CLASSE-COMPETENCES
                    PERFORM VARYING WS-INDEX-COMP FROM 1 BY 1
                    UNTIL WS-INDEX-COMP GREATER THAN
                    COMP-LGHT(WS-INDEX2)
                       IF COMP-CODE(WS-INDEX2, WS-INDEX-COMP) EQUAL
                       WS-CPT-CODE(WS-INDEX-CPT)
                          EVALUATE COMP-NIVEAU(WS-INDEX2,
                          WS-INDEX-COMP)
                             WHEN "A"
                                ADD 1 TO WS-NB-ACQUIS
                             WHEN "E"
                                ADD 1 TO WS-NB-EN-COURS
                             WHEN OTHER
                                ADD 1 TO WS-NB-NON-ACQUIS
                          END-EVALUATE
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
              COMPUTE WS-NB-EVALUES = WS-NB-ACQUIS + WS-NB-EN-COURS
              + WS-NB-NON-ACQUIS
              IF WS-NB-EVALUES GREATER THAN 0
                 MOVE SPACES TO REC-F-OUTPUT-COMPETENCES
                 STRING "  " WS-CPT-DOMAINE(WS-INDEX-CPT)
                 " " WS-CPT-CODE(WS-INDEX-CPT)
                 " " WS-CPT-LIBELLE(WS-INDEX-CPT)
                 " ACQUIS " WS-NB-ACQUIS
                 " EN COURS " WS-NB-EN-COURS
                 " NON ACQUIS " WS-NB-NON-ACQUIS
                 " EVALUES " WS-NB-EVALUES "/" WS-EFFECTIF-CLASSE
                 INTO REC-F-OUTPUT-COMPETENCES
                 END-STRING
                 WRITE REC-F-OUTPUT-COMPETENCES
              END-IF
           END-PERFORM.

      *écrit le détail des notes de l'éléve WS-INDEX1 : une ligne
      *par matière avec la classe, pour regrouper les notes par
      *classe et par matière
       ECRIT-NOTES-ELEVE.
           PERFORM VARYING WS-INDEX2 FROM 1 BY 1
           UNTIL WS-INDEX2 GREATER THAN COURSE-LGHT(WS-INDEX1)
              MOVE SPACES TO REC-F-OUTPUT-NOTES
              STRING S-CLASS(WS-INDEX1) " " S-LASTNAME(WS-INDEX1)
              " " S-FIRSTNAME(WS-INDEX1)
              " " LIBELLE(WS-INDEX1, WS-INDEX2)
              " " GRADE-NOTE(WS-INDEX1, WS-INDEX2)(1:2)
              "," GRADE-NOTE(WS-INDEX1, WS-INDEX2)(3:2)
              INTO REC-F-OUTPUT-NOTES
              END-STRING
              WRITE REC-F-OUTPUT-NOTES
           END-PERFORM.

      *écrit le tableau d'honneur de la classe WS-CLASSE-HONNEUR :
      *les éléves de rang 1 à 10, dans l'ordre du classement
       ECRIT-TOP10-CLASSE.
              CATALOGUE-DATE-VAR BY WS-RUN-DATE.

       COPY "../../copybooks/environnement-cherche.copy".

       COPY "../../copybooks/responsables-copies.copy".
